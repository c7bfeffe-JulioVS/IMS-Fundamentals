       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRFDPROG.
      *
      ****************************************************************
      * HR LEAVERS-AND-MOVERS FEED INTERFACE
      * DAILY RUN. READS HR'S FILE OF TERMINATIONS AND DEPARTMENT
      * MOVES AND TURNS IT INTO COBPROG MAINTENANCE CARDS, SO NOBODY
      * HAS TO HAND-KEY THEM OFF THE HR LISTING ANY MORE :
      *   MOVER  - ONE 'T' (SKILL TRANSFER) CARD FROM THE ROOT THE
      *            PERSON IS FILED UNDER TODAY TO THE NEW SKILL
      *            CLASS ON THE FEED.
      *   LEAVER - A 'D' CARD FOR EVERY EDUC AND A 'Z' CARD FOR
      *            EVERY EXPR UNDER THE PERSON, THEN THE 'M' CARD
      *            THAT DELETES THE NOW-EMPTY NAME. COBPROG'S NAME
      *            DELETE REFUSES A NAME THAT STILL HAS DEPENDENTS,
      *            SO THE ORDER OF THE DECK MATTERS.
      *
      * EACH PERSON ON THE FEED IS LOOKED FOR UNDER EVERY SKILL ROOT
      * WITH ONE SWEEP OF ALL NAME SEGMENTS (UNQUALIFIED GN ON
      * SSA-UNQUAL-NAME), THE SAME WAY COBPROG'S PERSON SEARCH AND
      * IMSDUPE.CBL DO, COLLECTING THE KEYS OF THEIR DEPENDENTS WITH
      * THE USUAL GNP WALK. A PERSON NOT ON THE DATABASE, FILED
      * UNDER MORE THAN ONE ROOT, OR WHOSE FEED RECORD CANNOT BE
      * ACTED ON, GETS NO CARDS - THEY ARE PRINTED ON THE REVIEW
      * LISTING FOR SOMEONE TO SORT OUT BY HAND.
      *
      * THE CARD FILE FEEDS COBPROG'S NEXT RUN. IT OPENS WITH A
      * HEADER AND CLOSES WITH A TRAILER CARRYING THE CARD COUNTS
      * BY TYPE; BOTH ARE '*' CARDS. COBPROG COUNTS THE CARDS IN
      * BETWEEN AND STOPS THE RUN IF THE DECK DOES NOT BALANCE WITH
      * ITS TRAILER. THE CARDS CARRY THIS PROGRAM'S NAME AS OPERATOR ID
      * (AS IMSLOAD.CBL AND IMSBKOT.CBL STAMP THEIRS), SO COBPROG
      * CHECKS THEM AGAINST THE AUTHORIZATION MASTER UNDER THAT ID.
      *
      * READ-ONLY AGAINST THE DATABASE - NOTHING IS CHANGED HERE.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO HRFEED
              ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO HRCARDS
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * HR FEED - ONE FIXED 80-BYTE RECORD PER PERSON, '*' IN COLUMN
      * 1 FOR A COMMENT. HRF-ACTION IS 'L' FOR A LEAVER OR 'M' FOR A
      * MOVER; HRF-NEW-SKCLASS IS THE SKILL CLASS OF THE MOVER'S NEW
      * DEPARTMENT AND IS IGNORED FOR A LEAVER. HRF-FULNAM IS MATCHED
      * EXACTLY AGAINST FULNAM. THE EMPLOYEE NUMBER AND EFFECTIVE
      * DATE ARE NOT HELD ON THE DATABASE - THEY ARE ONLY ECHOED SO
      * THE LISTING CAN BE TIED BACK TO THE HR RECORD.
      ****************************************************************
      *
       FD  FEED-FILE
           RECORDING MODE IS F.
      *
       01 FEED-RECORD.
          05 HRF-ACTION              PIC X(01).
          05 HRF-EMPLOYEE-ID         PIC X(10).
          05 HRF-FULNAM              PIC X(42).
          05 HRF-EFFECTIVE-DATE      PIC X(08).
          05 HRF-NEW-SKCLASS         PIC X(08).
          05 FILLER                  PIC X(11).
      *
      ****************************************************************
      * GENERATED CARD FILE - 120-BYTE CARDS IN COBPROG'S SYSIN
      * LAYOUTS : KSKILL/KNAME IN COLUMNS 2-51, KTARGET ('T') OR
      * MEDUID ('D') FROM COLUMN 52, KEXPR ('Z') IN 52-55, OPERATOR
      * ID IN 81-88. HEADER AND TRAILER ARE '*' CARDS - SEE
      * CARD-CONTROL-HEADER AND CARD-CONTROL-TRAILER.
      ****************************************************************
      *
       FD  CARD-FILE
           RECORDING MODE IS F.
      *
       01 CARD-RECORD.
          05 CARD-COL1              PIC X(01).
          05 CARD-KSKILL            PIC X(08).
          05 CARD-KNAME             PIC X(42).
          05 CARD-MEDUID            PIC X(18).
          05 CARD-KTARGET REDEFINES CARD-MEDUID
                                    PIC X(08).
          05 CARD-KEXPR REDEFINES CARD-MEDUID
                                    PIC X(04).
          05 FILLER                 PIC X(11).
          05 CARD-KOPERATOR         PIC X(08).
          05 FILLER                 PIC X(32).
      *
       WORKING-STORAGE SECTION.
      *
      ****************************************************************
      * COUNTERS, SWITCHES AND OTHER MISCELLANEOUS VARIABLES
      ****************************************************************
      *
       77 RUN-DATE                PIC 9(08)  VALUE ZERO.
      *
       77 FEED-EOF-SWITCH         PIC X(01)  VALUE 'N'.
          88 FEED-AT-END                     VALUE 'Y'.
      *
      * THE SWEEP RUNS UNTIL ITS OWN DONE SWITCH IS SET, NOT OFF THE
      * PCB STATUS CODE, BECAUSE THE DEPENDENT-COLLECTING GNP LOOP
      * INSIDE IT ALSO ENDS ON 'GE'/'GA'/'GB' - SAME PATTERN AS
      * COBPROG'S PERSON SEARCH.
       77 SWEEP-DONE-SWITCH       PIC X(01)  VALUE 'N'.
          88 SWEEP-DONE                      VALUE 'Y'.
      *
       77 FEED-READ-COUNTER       PIC 9(05)  VALUE ZERO.
       77 NAME-VISIT-COUNTER      PIC 9(07)  VALUE ZERO.
       77 MOVER-COUNTER           PIC 9(05)  VALUE ZERO.
       77 LEAVER-COUNTER          PIC 9(05)  VALUE ZERO.
       77 REVIEW-COUNTER          PIC 9(05)  VALUE ZERO.
       77 NOT-FOUND-COUNTER       PIC 9(05)  VALUE ZERO.
       77 MULTI-ROOT-COUNTER      PIC 9(05)  VALUE ZERO.
       77 T-CARD-COUNTER          PIC 9(05)  VALUE ZERO.
       77 D-CARD-COUNTER          PIC 9(05)  VALUE ZERO.
       77 Z-CARD-COUNTER          PIC 9(05)  VALUE ZERO.
       77 M-CARD-COUNTER          PIC 9(05)  VALUE ZERO.
       77 CARD-WRITE-COUNTER      PIC 9(07)  VALUE ZERO.
      *
       77 HRFD-OPERATOR           PIC X(08)  VALUE 'HRFDPROG'.
      *
      ****************************************************************
      * FEED TABLE - ONE ENTRY PER PERSON ON THE FEED, FILLED IN BY
      * THE SWEEP WITH EVERY ROOT THE PERSON WAS FOUND UNDER (THE
      * FIRST FIVE ARE KEPT FOR THE REVIEW LISTING) AND WHERE THEIR
      * DEPENDENT KEYS START IN THE DEPENDENT TABLE. FTE-STATUS IS
      * 'R' ONCE THE ENTRY IS BOUND FOR THE REVIEW LISTING, WITH THE
      * REASON IN FTE-REASON. A FULL TABLE SENDS THE OVERFLOW STRAIGHT
      * TO THE REVIEW LISTING - NOBODY ON THE FEED IS DROPPED.
      ****************************************************************
      *
       77 FEED-COUNT              PIC 9(04)  VALUE ZERO.
       77 FEED-SUB                PIC 9(04)  VALUE ZERO.
       77 FEED-MATCH-SUB          PIC 9(04)  VALUE ZERO.
       77 ROOT-SUB                PIC 9(02)  VALUE ZERO.
      *
       01 FEED-TABLE.
          05 FEED-ENTRY OCCURS 2000 TIMES.
             10 FTE-ACTION         PIC X(01).
             10 FTE-EMPLOYEE-ID    PIC X(10).
             10 FTE-FULNAM         PIC X(42).
             10 FTE-EFFECTIVE-DATE PIC X(08).
             10 FTE-NEW-SKCLASS    PIC X(08).
             10 FTE-STATUS         PIC X(01).
             10 FTE-REASON         PIC X(30).
             10 FTE-ROOT-COUNT     PIC 9(03).
             10 FTE-ROOT-SKCLASS   PIC X(08)  OCCURS 5 TIMES.
             10 FTE-FIRST-DEP      PIC 9(05).
             10 FTE-DEP-COUNT      PIC 9(05).
             10 FTE-DEP-OVERFLOW   PIC X(01).
      *
      ****************************************************************
      * DEPENDENT TABLE - THE KEY OF EVERY EDUC ('D') AND EXPR ('Z')
      * FOUND UNDER A FEED PERSON, IN HIERARCHIC SEQUENCE, EACH
      * PERSON'S KEYS ONE AFTER ANOTHER. DPT-CARD-TYPE IS THE CARD
      * THAT DELETES THE DEPENDENT. A FULL TABLE MARKS THE PERSON
      * FOR REVIEW RATHER THAN WRITING HALF A CASCADE.
      ****************************************************************
      *
       77 DEP-COUNT               PIC 9(05)  VALUE ZERO.
       77 DEP-SUB                 PIC 9(05)  VALUE ZERO.
      *
       01 DEPENDENT-TABLE.
          05 DEPENDENT-ENTRY OCCURS 10000 TIMES.
             10 DPT-CARD-TYPE      PIC X(01).
             10 DPT-KEY            PIC X(18).
      *
      ****************************************************************
      * HRCARDS CONTROL CARDS - HRFDPROG (IMSHRFD.CBL) OPENS THE CARD
      * DECK IT GENERATES WITH A HEADER CARD AND CLOSES IT WITH A
      * TRAILER CARD. BOTH START '*', SO ANY READER THAT TAKES THEM
      * FOR COMMENTS IS UNAFFECTED; COLUMN 2 SAYS WHICH IS WHICH :
      *   HEADER  - 'H' IN COLUMN 2, RUN DATE (YYYYMMDD) IN 3-10,
      *             'HRFDPROG' IN 11-18.
      *   TRAILER - 'T' IN COLUMN 2, THEN THE NUMBER OF 'T' CARDS IN
      *             3-7, 'D' CARDS IN 8-12, 'Z' CARDS IN 13-17, 'M'
      *             CARDS IN 18-22 AND OF ALL CARDS BETWEEN HEADER
      *             AND TRAILER IN 23-29.
      * COBPROG COUNTS THE CARDS BETWEEN THE TWO BY TYPE AND STOPS
      * THE RUN WHEN THEY DO NOT AGREE WITH THE TRAILER, WHEN A DECK
      * ENDS WITHOUT ITS TRAILER, OR WHEN A TRAILER TURNS UP WITHOUT
      * ITS HEADER - SEE DECK-CONTROL-START IN IMSLABS.CBL.
      ****************************************************************
      *
       01 CARD-CONTROL-HEADER.
          05 CCH-COMMENT          PIC X(01)  VALUE '*'.
          05 CCH-TYPE             PIC X(01)  VALUE 'H'.
          05 CCH-RUN-DATE         PIC X(08).
          05 CCH-PROGRAM          PIC X(08)  VALUE 'HRFDPROG'.
          05 FILLER               PIC X(102) VALUE SPACES.
      *
       01 CARD-CONTROL-TRAILER.
          05 CCT-COMMENT          PIC X(01)  VALUE '*'.
          05 CCT-TYPE             PIC X(01)  VALUE 'T'.
          05 CCT-T-COUNT          PIC 9(05).
          05 CCT-D-COUNT          PIC 9(05).
          05 CCT-Z-COUNT          PIC 9(05).
          05 CCT-M-COUNT          PIC 9(05).
          05 CCT-CARD-COUNT       PIC 9(07).
          05 FILLER               PIC X(91)  VALUE SPACES.
      *
      ****************************************************************
      * DL/I CALL FUNCTIONS
      ****************************************************************
      *
       77 GU                      PIC X(04)  VALUE 'GU  '.
       77 GN                      PIC X(04)  VALUE 'GN  '.
       77 GNP                     PIC X(04)  VALUE 'GNP '.
      *
      ****************************************************************
      * SEGMENT LAYOUTS - USED AS IOAREAS IN CALLS. IOAREA-WALK IS
      * THE GENERIC DEPENDENT BUFFER FOR THE GNP LOOP, SAME PATTERN
      * AS COBPROG.
      ****************************************************************
      *
       01 IOAREA-SKILL.
          05 SKCLASS                PIC X(08).
          05 SKILL-DATA             PIC X(82).
      *
       01 IOAREA-NAME.
          05 FULNAM                 PIC X(42).
          05 NAME-DATA              PIC X(78).
      *
       01 IOAREA-WALK.
          05 IOAREA-WALK-EDUC.
             10 EDUID-WALK          PIC X(18).
             10 EDUC-DATA-WALK      PIC X(57).
          05 IOAREA-WALK-EXPR REDEFINES IOAREA-WALK-EDUC.
             10 EXPR-DATA-WALK      PIC X(16).
             10 CLASSIF-WALK        PIC X(04).
      *
      ****************************************************************
      * UNQUALIFIED NAME SSA - THE SWEEP VISITS EVERY NAME SEGMENT IN
      * THE DATABASE WITHOUT NAMING ONE IN PARTICULAR, SAME PATTERN
      * AS IMSRECN.CBL'S DATABASE-SWEEP-START.
      ****************************************************************
      *
       01 SSA-UNQUAL-NAME.
          05 SEGMENT-NAME          PIC X(08)  VALUE 'NAME    '.
          05 COMMAND-CODES-START   PIC X(01)  VALUE ' '.
          05 COMMAND-CODES         PIC X(04)  VALUE '----'.
      *
      ****************************************************************
      * QUALIFIED SKILL SSA - CHECKS A MOVER'S NEW SKILL CLASS IS A
      * ROOT ON THE DATABASE BEFORE A 'T' CARD IS WRITTEN FOR IT.
      ****************************************************************
      *
       01 SSA-QUAL-SKILL.
          05 SEGMENT-NAME          PIC X(08)  VALUE 'SKILL   '.
          05 COMMAND-CODES-START   PIC X(01)  VALUE '*'.
          05 COMMAND-CODES         PIC X(04)  VALUE '----'.
          05 QUAL-START            PIC X(01)  VALUE '('.
          05 QUAL-FIELD-NAME       PIC X(08)  VALUE 'SKCLASS '.
          05 QUAL-OPERATOR         PIC X(02)  VALUE '= '.
          05 QUAL-VALUE            PIC X(08).
          05 QUAL-END              PIC X(01)  VALUE ')'.
      *
       LINKAGE SECTION.
      *
      ****************************************************************
      * PCB MASK : SAME LAYOUT COBPROG USES FOR SKILL-PCB, INCLUDING
      * KFBAREA-DETAIL - THE CONCATENATED KEY FEEDBACK IS HOW THE
      * SKCLASS OF EACH NAME FOUND BY THE SWEEP IS RECOVERED.
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
          05 KFBAREA-DETAIL REDEFINES KFBAREA.
             10 SKCLASS            PIC X(08).
             10 FULNAM             PIC X(42).
             10 EDUID              PIC X(18).
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
           DISPLAY '*'.
           DISPLAY '****** HR LEAVERS AND MOVERS FEED *********'.
           DISPLAY '       DATE ' RUN-DATE.
           DISPLAY '*'.
      *
           MOVE SPACES TO FEED-TABLE.
           PERFORM LOAD-FEED-START THRU LOAD-FEED-END.
      *
      *    REPOSITION ON THE VERY FIRST ROOT BEFORE SWEEPING.
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-NAME.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GE' OR = 'GA' OR = 'GB'
              DISPLAY '=> DATABASE IS EMPTY, STATUS-CODE = '
                      STATUS-CODE OF SKILL-PCB
              MOVE 'Y' TO SWEEP-DONE-SWITCH
           END-IF.
      *
           IF NOT SWEEP-DONE
              AND STATUS-CODE OF SKILL-PCB NOT = '  '
              DISPLAY '=> SWEEP STOPPED, STATUS-CODE = '
                      STATUS-CODE OF SKILL-PCB
              MOVE 'Y' TO SWEEP-DONE-SWITCH
           END-IF.
      *
           IF FEED-COUNT = ZERO
              MOVE 'Y' TO SWEEP-DONE-SWITCH
           END-IF.
      *
           PERFORM SWEEP-NEXT-NAME-START THRU SWEEP-NEXT-NAME-END
                   UNTIL SWEEP-DONE.
      *
           OPEN OUTPUT CARD-FILE.
      *
           MOVE RUN-DATE TO CCH-RUN-DATE.
           MOVE CARD-CONTROL-HEADER TO CARD-RECORD.
           WRITE CARD-RECORD.
      *
           DISPLAY '*'.
           DISPLAY '****** CARDS GENERATED ********************'.
      *
           PERFORM GENERATE-CARDS-START THRU GENERATE-CARDS-END
                   VARYING FEED-SUB FROM 1 BY 1
                   UNTIL FEED-SUB > FEED-COUNT.
      *
           MOVE T-CARD-COUNTER TO CCT-T-COUNT.
           MOVE D-CARD-COUNTER TO CCT-D-COUNT.
           MOVE Z-CARD-COUNTER TO CCT-Z-COUNT.
           MOVE M-CARD-COUNTER TO CCT-M-COUNT.
           MOVE CARD-WRITE-COUNTER TO CCT-CARD-COUNT.
           MOVE CARD-CONTROL-TRAILER TO CARD-RECORD.
           WRITE CARD-RECORD.
      *
           CLOSE CARD-FILE.
      *
           DISPLAY '*'.
           DISPLAY '****** REVIEW LISTING - NO CARDS WRITTEN **'.
      *
           PERFORM PRINT-REVIEW-START THRU PRINT-REVIEW-END
                   VARYING FEED-SUB FROM 1 BY 1
                   UNTIL FEED-SUB > FEED-COUNT.
      *
           IF REVIEW-COUNTER = ZERO
              DISPLAY '   (NOTHING TO REVIEW)'
           END-IF.
      *
           DISPLAY '*'.
           DISPLAY '****** HR FEED SUMMARY ********************'.
           DISPLAY '   FEED RECORDS READ       = ' FEED-READ-COUNTER.
           DISPLAY '   NAME SEGMENTS VISITED   = '
                   NAME-VISIT-COUNTER.
           DISPLAY '   MOVERS CARDED           = ' MOVER-COUNTER.
           DISPLAY '   LEAVERS CARDED          = ' LEAVER-COUNTER.
           DISPLAY '   SENT FOR REVIEW         = ' REVIEW-COUNTER.
           DISPLAY '      NOT ON DATABASE      = ' NOT-FOUND-COUNTER.
           DISPLAY '      ON SEVERAL ROOTS     = '
                   MULTI-ROOT-COUNTER.
           DISPLAY '   T CARDS WRITTEN         = ' T-CARD-COUNTER.
           DISPLAY '   D CARDS WRITTEN         = ' D-CARD-COUNTER.
           DISPLAY '   Z CARDS WRITTEN         = ' Z-CARD-COUNTER.
           DISPLAY '   M CARDS WRITTEN         = ' M-CARD-COUNTER.
           DISPLAY '   TOTAL CARDS WRITTEN     = '
                   CARD-WRITE-COUNTER.
           DISPLAY '*'.
      *
           GOBACK.
      *
      *---------------------------------------------------------------
      * LOAD THE HR FEED INTO THE FEED TABLE, EDITING EACH RECORD ON
      * THE WAY IN. A RECORD THAT CANNOT BE ACTED ON IS KEPT, ALREADY
      * MARKED FOR REVIEW. A PERSON WHO APPEARS ON THE FEED MORE THAN
      * ONCE IS SENT FOR REVIEW EVERY TIME - THE FEED DISAGREES WITH
      * ITSELF AND A PERSON MUST DECIDE WHICH RECORD STANDS.
      *---------------------------------------------------------------
      *
       LOAD-FEED-START.
      *
           OPEN INPUT FEED-FILE.
      *
           PERFORM UNTIL FEED-AT-END
              READ FEED-FILE
                 AT END
                    MOVE 'Y' TO FEED-EOF-SWITCH
                 NOT AT END
                    IF HRF-ACTION NOT = '*'
                       ADD 1 TO FEED-READ-COUNTER
                       PERFORM LOAD-FEED-RECORD-START THRU
                               LOAD-FEED-RECORD-END
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE FEED-FILE.
      *
       LOAD-FEED-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * ADD ONE FEED RECORD TO THE FEED TABLE.
      *---------------------------------------------------------------
      *
       LOAD-FEED-RECORD-START.
      *
           IF FEED-COUNT NOT < 2000
              ADD 1 TO REVIEW-COUNTER
              DISPLAY '=> FEED TABLE FULL, REVIEW BY HAND = '
                      HRF-ACTION ' ' HRF-EMPLOYEE-ID ' ' HRF-FULNAM
              GO TO LOAD-FEED-RECORD-END
           END-IF.
      *
           ADD 1 TO FEED-COUNT.
           MOVE HRF-ACTION TO FTE-ACTION (FEED-COUNT).
           MOVE HRF-EMPLOYEE-ID TO FTE-EMPLOYEE-ID (FEED-COUNT).
           MOVE HRF-FULNAM TO FTE-FULNAM (FEED-COUNT).
           MOVE HRF-EFFECTIVE-DATE TO FTE-EFFECTIVE-DATE (FEED-COUNT).
           MOVE HRF-NEW-SKCLASS TO FTE-NEW-SKCLASS (FEED-COUNT).
           MOVE ZERO TO FTE-ROOT-COUNT (FEED-COUNT).
           MOVE ZERO TO FTE-FIRST-DEP (FEED-COUNT).
           MOVE ZERO TO FTE-DEP-COUNT (FEED-COUNT).
           MOVE 'N' TO FTE-DEP-OVERFLOW (FEED-COUNT).
      *
           EVALUATE TRUE
              WHEN HRF-ACTION NOT = 'L' AND NOT = 'M'
                 MOVE 'R' TO FTE-STATUS (FEED-COUNT)
                 MOVE 'UNKNOWN ACTION CODE' TO FTE-REASON (FEED-COUNT)
              WHEN HRF-FULNAM = SPACES
                 MOVE 'R' TO FTE-STATUS (FEED-COUNT)
                 MOVE 'NO NAME ON FEED RECORD'
                      TO FTE-REASON (FEED-COUNT)
              WHEN HRF-ACTION = 'M' AND HRF-NEW-SKCLASS = SPACES
                 MOVE 'R' TO FTE-STATUS (FEED-COUNT)
                 MOVE 'MOVER WITH NO NEW SKILL CLASS'
                      TO FTE-REASON (FEED-COUNT)
           END-EVALUATE.
      *
           IF HRF-FULNAM = SPACES
              GO TO LOAD-FEED-RECORD-END
           END-IF.
      *
           PERFORM VARYING FEED-MATCH-SUB FROM 1 BY 1
                   UNTIL FEED-MATCH-SUB NOT < FEED-COUNT
              IF FTE-FULNAM (FEED-MATCH-SUB) = HRF-FULNAM
                 MOVE 'R' TO FTE-STATUS (FEED-MATCH-SUB)
                 MOVE 'ON THE FEED MORE THAN ONCE'
                      TO FTE-REASON (FEED-MATCH-SUB)
                 MOVE 'R' TO FTE-STATUS (FEED-COUNT)
                 MOVE 'ON THE FEED MORE THAN ONCE'
                      TO FTE-REASON (FEED-COUNT)
              END-IF
           END-PERFORM.
      *
       LOAD-FEED-RECORD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * ONE STEP OF THE SWEEP : GET THE NEXT NAME SEGMENT ANYWHERE IN
      * THE DATABASE AND, IF IT IS SOMEONE ON THE FEED, NOTE THE ROOT
      * AND - THE FIRST TIME THE PERSON TURNS UP - COLLECT THE KEYS
      * OF THEIR DEPENDENTS WITH THE USUAL GNP WALK. A SECOND ROOT
      * SENDS THE PERSON FOR REVIEW, SO ITS DEPENDENTS ARE NOT
      * NEEDED.
      *---------------------------------------------------------------
      *
       SWEEP-NEXT-NAME-START.
      *
           CALL 'CBLTDLI' USING GN,
                                SKILL-PCB,
                                IOAREA-NAME,
                                SSA-UNQUAL-NAME.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GA' OR = 'GB' OR = 'GE'
              MOVE 'Y' TO SWEEP-DONE-SWITCH
              EXIT PARAGRAPH
           END-IF.
      *
           IF STATUS-CODE OF SKILL-PCB NOT = '  '
              DISPLAY '=> SWEEP STOPPED, STATUS-CODE = '
                      STATUS-CODE OF SKILL-PCB
              MOVE 'Y' TO SWEEP-DONE-SWITCH
              EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO NAME-VISIT-COUNTER.
      *
           MOVE ZERO TO FEED-MATCH-SUB.
           PERFORM VARYING FEED-SUB FROM 1 BY 1
                   UNTIL FEED-SUB > FEED-COUNT
              IF FTE-FULNAM (FEED-SUB) = FULNAM OF IOAREA-NAME
                 MOVE FEED-SUB TO FEED-MATCH-SUB
                 MOVE FEED-COUNT TO FEED-SUB
              END-IF
           END-PERFORM.
      *
           IF FEED-MATCH-SUB = ZERO
              EXIT PARAGRAPH
           END-IF.
      *
      *    A PERSON ON THE FEED TWICE IS GOING TO REVIEW ANYWAY - BUT
      *    EVERY COPY OF THEM ON THE FEED STILL SHOWS THE ROOTS.
           PERFORM VARYING FEED-SUB FROM FEED-MATCH-SUB BY 1
                   UNTIL FEED-SUB > FEED-COUNT
              IF FTE-FULNAM (FEED-SUB) = FULNAM OF IOAREA-NAME
                 ADD 1 TO FTE-ROOT-COUNT (FEED-SUB)
                 IF FTE-ROOT-COUNT (FEED-SUB) NOT > 5
                    MOVE FTE-ROOT-COUNT (FEED-SUB) TO ROOT-SUB
                    MOVE SKCLASS OF KFBAREA-DETAIL
                         TO FTE-ROOT-SKCLASS (FEED-SUB, ROOT-SUB)
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF FTE-ROOT-COUNT (FEED-MATCH-SUB) > 1
              EXIT PARAGRAPH
           END-IF.
      *
      *    COLLECT THE DEPENDENT KEYS UNDER THIS NAME - PARENTAGE WAS
      *    SET BY THE GN THAT JUST RETRIEVED IT. THE GNP LOOP'S OWN
      *    'GE'/'GA'/'GB' ENDING DOES NOT END THE SWEEP.
           COMPUTE FTE-FIRST-DEP (FEED-MATCH-SUB) = DEP-COUNT + 1.
      *
           PERFORM UNTIL
              STATUS-CODE IN SKILL-PCB = 'GA' OR = 'GB' OR = 'GE'
                   CALL 'CBLTDLI' USING GNP,
                                        SKILL-PCB,
                                        IOAREA-WALK
      *
                   IF STATUS-CODE OF SKILL-PCB = '  ' OR = 'GK'
                      PERFORM COLLECT-DEPENDENT-START THRU
                              COLLECT-DEPENDENT-END
                   END-IF
           END-PERFORM.
      *
       SWEEP-NEXT-NAME-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * REMEMBER THE KEY OF THE DEPENDENT JUST RETRIEVED, AND WHICH
      * CARD DELETES IT.
      *---------------------------------------------------------------
      *
       COLLECT-DEPENDENT-START.
      *
           IF DEP-COUNT NOT < 10000
              IF FTE-DEP-OVERFLOW (FEED-MATCH-SUB) NOT = 'Y'
                 DISPLAY '=> DEPENDENT TABLE FULL, PERSON SENT FOR '
                         'REVIEW = ' FULNAM OF IOAREA-NAME
              END-IF
              MOVE 'Y' TO FTE-DEP-OVERFLOW (FEED-MATCH-SUB)
              GO TO COLLECT-DEPENDENT-END
           END-IF.
      *
           EVALUATE SEGMENT-NAME OF SKILL-PCB
              WHEN 'EDUC    '
                 ADD 1 TO DEP-COUNT
                 MOVE 'D' TO DPT-CARD-TYPE (DEP-COUNT)
                 MOVE EDUID-WALK TO DPT-KEY (DEP-COUNT)
              WHEN 'EXPR    '
                 ADD 1 TO DEP-COUNT
                 MOVE 'Z' TO DPT-CARD-TYPE (DEP-COUNT)
                 MOVE CLASSIF-WALK TO DPT-KEY (DEP-COUNT)
              WHEN OTHER
                 DISPLAY '=> UNKNOWN SEGMENT TYPE ENCOUNTERED = '
                         SEGMENT-NAME OF SKILL-PCB
                 MOVE 'Y' TO FTE-DEP-OVERFLOW (FEED-MATCH-SUB)
                 GO TO COLLECT-DEPENDENT-END
           END-EVALUATE.
      *
           ADD 1 TO FTE-DEP-COUNT (FEED-MATCH-SUB).
      *
       COLLECT-DEPENDENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * DECIDE WHAT TO DO WITH THE FEED ENTRY AT FEED-SUB NOW THE
      * SWEEP IS DONE, AND WRITE ITS CARDS - OR MARK IT FOR REVIEW.
      *---------------------------------------------------------------
      *
       GENERATE-CARDS-START.
      *
           IF FTE-STATUS (FEED-SUB) = 'R'
              GO TO GENERATE-CARDS-END
           END-IF.
      *
           IF FTE-ROOT-COUNT (FEED-SUB) = ZERO
              MOVE 'R' TO FTE-STATUS (FEED-SUB)
              MOVE 'NOT ON THE DATABASE' TO FTE-REASON (FEED-SUB)
              GO TO GENERATE-CARDS-END
           END-IF.
      *
           IF FTE-ROOT-COUNT (FEED-SUB) > 1
              MOVE 'R' TO FTE-STATUS (FEED-SUB)
              MOVE 'FILED UNDER MORE THAN ONE ROOT'
                   TO FTE-REASON (FEED-SUB)
              GO TO GENERATE-CARDS-END
           END-IF.
      *
           IF FTE-ACTION (FEED-SUB) = 'M'
              PERFORM WRITE-MOVER-CARDS-START THRU
                      WRITE-MOVER-CARDS-END
           ELSE
              PERFORM WRITE-LEAVER-CARDS-START THRU
                      WRITE-LEAVER-CARDS-END
           END-IF.
      *
       GENERATE-CARDS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * MOVER : ONE 'T' CARD FROM THE PERSON'S ONLY ROOT TO THE NEW
      * SKILL CLASS - AS LONG AS THAT IS A DIFFERENT ROOT AND IT IS
      * ON THE DATABASE (COBPROG WOULD ONLY REJECT THE CARD).
      *---------------------------------------------------------------
      *
       WRITE-MOVER-CARDS-START.
      *
           IF FTE-NEW-SKCLASS (FEED-SUB)
              = FTE-ROOT-SKCLASS (FEED-SUB, 1)
              MOVE 'R' TO FTE-STATUS (FEED-SUB)
              MOVE 'ALREADY UNDER NEW SKILL CLASS'
                   TO FTE-REASON (FEED-SUB)
              GO TO WRITE-MOVER-CARDS-END
           END-IF.
      *
           MOVE FTE-NEW-SKCLASS (FEED-SUB)
                TO QUAL-VALUE OF SSA-QUAL-SKILL.
      *
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-SKILL,
                                SSA-QUAL-SKILL.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GE' OR = 'GA' OR = 'GB'
              MOVE 'R' TO FTE-STATUS (FEED-SUB)
              MOVE 'NEW SKILL CLASS NOT ON DATABASE'
                   TO FTE-REASON (FEED-SUB)
              GO TO WRITE-MOVER-CARDS-END
           END-IF.
      *
           IF STATUS-CODE OF SKILL-PCB NOT = '  '
              MOVE 'R' TO FTE-STATUS (FEED-SUB)
              MOVE 'SKILL LOOKUP FAILED, STATUS XX'
                   TO FTE-REASON (FEED-SUB)
              MOVE STATUS-CODE OF SKILL-PCB
                   TO FTE-REASON (FEED-SUB) (29:2)
              GO TO WRITE-MOVER-CARDS-END
           END-IF.
      *
           MOVE SPACES TO CARD-RECORD.
           MOVE 'T' TO CARD-COL1.
           MOVE FTE-ROOT-SKCLASS (FEED-SUB, 1) TO CARD-KSKILL.
           MOVE FTE-FULNAM (FEED-SUB) TO CARD-KNAME.
           MOVE FTE-NEW-SKCLASS (FEED-SUB) TO CARD-KTARGET.
           PERFORM WRITE-CARD-START THRU WRITE-CARD-END.
      *
           ADD 1 TO MOVER-COUNTER.
           DISPLAY '=> MOVER  ' FTE-EMPLOYEE-ID (FEED-SUB) ' '
                   FTE-FULNAM (FEED-SUB).
           DISPLAY '   FROM ' FTE-ROOT-SKCLASS (FEED-SUB, 1)
                   ' TO ' FTE-NEW-SKCLASS (FEED-SUB)
                   '   EFFECTIVE ' FTE-EFFECTIVE-DATE (FEED-SUB).
      *
       WRITE-MOVER-CARDS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LEAVER : A 'D' OR 'Z' CARD FOR EVERY DEPENDENT COLLECTED BY
      * THE SWEEP, THEN THE 'M' CARD FOR THE NAME ITSELF - BY THEN
      * EMPTY, SO COBPROG'S NAME DELETE WILL TAKE IT. A PERSON WHOSE
      * DEPENDENTS COULD NOT ALL BE COLLECTED GETS NO CARDS AT ALL.
      *---------------------------------------------------------------
      *
       WRITE-LEAVER-CARDS-START.
      *
           IF FTE-DEP-OVERFLOW (FEED-SUB) = 'Y'
              MOVE 'R' TO FTE-STATUS (FEED-SUB)
              MOVE 'DEPENDENTS NOT ALL COLLECTED'
                   TO FTE-REASON (FEED-SUB)
              GO TO WRITE-LEAVER-CARDS-END
           END-IF.
      *
           PERFORM VARYING DEP-SUB FROM FTE-FIRST-DEP (FEED-SUB) BY 1
                   UNTIL DEP-SUB NOT < FTE-FIRST-DEP (FEED-SUB)
                                     + FTE-DEP-COUNT (FEED-SUB)
              MOVE SPACES TO CARD-RECORD
              MOVE DPT-CARD-TYPE (DEP-SUB) TO CARD-COL1
              MOVE FTE-ROOT-SKCLASS (FEED-SUB, 1) TO CARD-KSKILL
              MOVE FTE-FULNAM (FEED-SUB) TO CARD-KNAME
              IF DPT-CARD-TYPE (DEP-SUB) = 'D'
                 MOVE DPT-KEY (DEP-SUB) TO CARD-MEDUID
              ELSE
                 MOVE DPT-KEY (DEP-SUB) TO CARD-KEXPR
              END-IF
              PERFORM WRITE-CARD-START THRU WRITE-CARD-END
           END-PERFORM.
      *
           MOVE SPACES TO CARD-RECORD.
           MOVE 'M' TO CARD-COL1.
           MOVE FTE-ROOT-SKCLASS (FEED-SUB, 1) TO CARD-KSKILL.
           MOVE FTE-FULNAM (FEED-SUB) TO CARD-KNAME.
           PERFORM WRITE-CARD-START THRU WRITE-CARD-END.
      *
           ADD 1 TO LEAVER-COUNTER.
           DISPLAY '=> LEAVER ' FTE-EMPLOYEE-ID (FEED-SUB) ' '
                   FTE-FULNAM (FEED-SUB).
           DISPLAY '   UNDER ' FTE-ROOT-SKCLASS (FEED-SUB, 1)
                   '   DEPENDENTS ' FTE-DEP-COUNT (FEED-SUB)
                   '   EFFECTIVE ' FTE-EFFECTIVE-DATE (FEED-SUB).
      *
       WRITE-LEAVER-CARDS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * STAMP THE OPERATOR ID ON THE CARD IN CARD-RECORD, WRITE IT
      * AND COUNT IT BY TYPE FOR THE TRAILER.
      *---------------------------------------------------------------
      *
       WRITE-CARD-START.
      *
           MOVE HRFD-OPERATOR TO CARD-KOPERATOR.
           WRITE CARD-RECORD.
           ADD 1 TO CARD-WRITE-COUNTER.
      *
           EVALUATE CARD-COL1
              WHEN 'T'
                 ADD 1 TO T-CARD-COUNTER
              WHEN 'D'
                 ADD 1 TO D-CARD-COUNTER
              WHEN 'Z'
                 ADD 1 TO Z-CARD-COUNTER
              WHEN 'M'
                 ADD 1 TO M-CARD-COUNTER
           END-EVALUATE.
      *
       WRITE-CARD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PRINT THE FEED ENTRY AT FEED-SUB ON THE REVIEW LISTING IF IT
      * WAS SENT FOR REVIEW, WITH EVERY ROOT IT WAS FOUND UNDER.
      *---------------------------------------------------------------
      *
       PRINT-REVIEW-START.
      *
           IF FTE-STATUS (FEED-SUB) NOT = 'R'
              GO TO PRINT-REVIEW-END
           END-IF.
      *
           ADD 1 TO REVIEW-COUNTER.
           IF FTE-ROOT-COUNT (FEED-SUB) = ZERO
              ADD 1 TO NOT-FOUND-COUNTER
           END-IF.
           IF FTE-ROOT-COUNT (FEED-SUB) > 1
              ADD 1 TO MULTI-ROOT-COUNTER
           END-IF.
      *
           DISPLAY '=> ' FTE-ACTION (FEED-SUB) ' '
                   FTE-EMPLOYEE-ID (FEED-SUB) ' '
                   FTE-FULNAM (FEED-SUB).
           DISPLAY '   REASON    = ' FTE-REASON (FEED-SUB).
           DISPLAY '   EFFECTIVE = ' FTE-EFFECTIVE-DATE (FEED-SUB)
                   '   NEW SKILL = ' FTE-NEW-SKCLASS (FEED-SUB).
           DISPLAY '   ROOTS     = ' FTE-ROOT-COUNT (FEED-SUB).
      *
           PERFORM VARYING ROOT-SUB FROM 1 BY 1
                   UNTIL ROOT-SUB > FTE-ROOT-COUNT (FEED-SUB)
                      OR ROOT-SUB > 5
              DISPLAY '   UNDER     = '
                      FTE-ROOT-SKCLASS (FEED-SUB, ROOT-SUB)
           END-PERFORM.
      *
       PRINT-REVIEW-END.
           EXIT.
