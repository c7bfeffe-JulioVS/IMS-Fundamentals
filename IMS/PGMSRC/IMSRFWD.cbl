       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFWDPROG.
      *
      ****************************************************************
      * POINT-IN-TIME RECONSTRUCTION (ROLL-FORWARD) UTILITY
      * TAKES AN UNLDOUT-FORMAT EXTRACT PRODUCED BY IMSUNLD.CBL ON AN
      * EARLIER DATE AND ROLLS IT FORWARD THROUGH THE AUDIT JOURNAL
      * TO THE TARGET DATE ON A SINGLE SYSIN PARAMETER CARD :
      *   TARGET DATE (YYYYMMDD) IN COLUMNS 1-8
      * THE RESULT IS A RECONSTRUCTED EXTRACT IN EXACTLY THE LAYOUT
      * IMSUNLD.CBL WRITES - HIERARCHIC SEQUENCE, '*HEADER ' AND
      * '*TRAILER' CONTROL RECORDS, COUNTS AND KEY HASH COMPUTED THE
      * SAME WAY - SO IT CAN BE HANDED TO IMSDLTA.CBL OR ANY OTHER
      * CONSUMER OF AN EXTRACT. THE LIVE DATABASE IS NEVER TOUCHED;
      * THIS PROGRAM MAKES NO DL/I CALLS AT ALL.
      *
      * "WHAT DID THE DATABASE LOOK LIKE ON 30 JUNE" IS ANSWERED BY
      * ROLLING THE LAST EXTRACT TAKEN BEFORE 30 JUNE FORWARD TO
      * 20XX0630. ROLLING FORWARD TO TODAY AND COMPARING THE RESULT
      * WITH A FRESH EXTRACT IN IMSDLTA.CBL PROVES THE JOURNAL
      * COMPLETE - ANY DIFFERENCE IS AN UPDATE THAT WAS NOT JOURNALED.
      *
      * THE INPUT EXTRACT IS BALANCED AGAINST ITS TRAILER FIRST,
      * EXACTLY AS IMSDLTA.CBL DOES, AND THE RUN REFUSES IF IT DOES
      * NOT BALANCE. IT IS THEN HELD IN A TABLE IN COMPARE-KEY ORDER
      * (SKCLASS / FULNAM / SEGMENT-ORDER BYTE / DETAIL KEY, THE SAME
      * KEY IMSDLTA.CBL MATCHES ON), SO THE OUTPUT COMES BACK OUT IN
      * HIERARCHIC SEQUENCE WITHOUT A SORT STEP.
      *
      * THE JOURNAL IS READ THE WAY IMSJRNL.CBL READS IT - THE
      * OPTIONAL ARCHIVE (JRNLARC) FIRST, THEN THE LIVE JOURNAL - SO
      * ENTRIES ARE APPLIED IN THE ORDER THEY WERE MADE. AN ENTRY IS
      * APPLIED WHEN ITS DATE IS AFTER THE EXTRACT'S HEADER DATE AND
      * NOT AFTER THE TARGET DATE. AN ENTRY DATED ON THE EXTRACT
      * DATE ITSELF IS TAKEN AS ALREADY IN THE EXTRACT - THE UNLOAD
      * RUNS AFTER THE UPDATE STEP IN THE NIGHTLY CHAIN.
      *   ISRT = ADD THE AFTER-IMAGE UNDER ITS CONCATENATED KEY
      *   REPL = REPLACE THE SEGMENT'S DATA WITH THE AFTER-IMAGE
      *   DLET = REMOVE THE SEGMENT - A SKILL OR NAME TAKES ALL OF
      *          ITS DEPENDENTS WITH IT, AS IMS DOES (THE JOURNAL
      *          CARRIES ONE ENTRY FOR THE PARENT ONLY, E.G. THE
      *          ORIGINAL NAME OF A 'T' TRANSFER)
      * THE SEGMENT TYPE OF EACH ENTRY IS RECOVERED FROM ITS KEY AND
      * IMAGE BY THE SAME RULES IMSBKOT.CBL USES.
      *
      * AN ENTRY THAT DOES NOT FIT THE EXTRACT IS NEVER GUESSED AT -
      * IT IS LISTED ON THE EXCEPTIONS REPORT AND NOT APPLIED :
      *   ISRT OF A SEGMENT ALREADY PRESENT, OR WHOSE PARENT IS NOT
      *   REPL OR DLET OF A SEGMENT THAT IS NOT PRESENT
      *   SEGMENT TYPE NOT RECOVERABLE, UNKNOWN FUNCTION
      * A REPL WHOSE BEFORE-IMAGE DOES NOT MATCH THE SEGMENT AS HELD
      * IS APPLIED (THE AFTER-IMAGE IS WHAT THE DATABASE HELD NEXT)
      * BUT IS LISTED TOO - SOMETHING CHANGED IT UNJOURNALED.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EXTRIN
              ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-FILE ASSIGN TO RFWDOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO JRNLIN
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-ARCHIVE-FILE ASSIGN TO JRNLARC
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * INPUT AND OUTPUT EXTRACTS CARRY THE SAME FLATTENED RECORD
      * IMSUNLD.CBL WRITES - ONE RECORD PER SEGMENT PATH.
      ****************************************************************
      *
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
      *
       01 EXTRACT-RECORD.
          05 EXT-SEGMENT           PIC X(08).
          05 EXT-SKCLASS           PIC X(08).
          05 EXT-FULNAM            PIC X(42).
          05 EXT-DETAIL-KEY        PIC X(18).
          05 EXT-DETAIL-DATA       PIC X(82).
      *
       FD  RECON-FILE
           RECORDING MODE IS F.
      *
       01 RECON-RECORD.
          05 RCN-SEGMENT           PIC X(08).
          05 RCN-SKCLASS           PIC X(08).
          05 RCN-FULNAM            PIC X(42).
          05 RCN-DETAIL-KEY        PIC X(18).
          05 RCN-DETAIL-DATA       PIC X(82).
      *
      ****************************************************************
      * AUDIT JOURNAL DATASETS - LIVE AND ARCHIVE CARRY THE SAME
      * 336-BYTE RECORD COBPROG, LOADPROG AND RPLYPROG WRITE. BOTH
      * READ PARAGRAPHS MOVE THE RECORD TO THE JOURNAL-ENTRY WORK
      * AREA IN WORKING-STORAGE - SAME AS IMSJRNL.CBL.
      ****************************************************************
      *
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
       WORKING-STORAGE SECTION.
      *
      ****************************************************************
      * COUNTERS, SWITCHES AND OTHER MISCELLANEOUS VARIABLES
      ****************************************************************
      *
       77 EXTRACT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
          88 EXTRACT-END-OF-FILE             VALUE 'Y'.
       77 JRNL-EOF-SWITCH         PIC X(01)  VALUE 'N'.
          88 JRNL-END-OF-FILE                VALUE 'Y'.
       77 ARCH-EOF-SWITCH         PIC X(01)  VALUE 'N'.
          88 ARCH-END-OF-FILE                VALUE 'Y'.
      *
       77 EXTRACT-READ-COUNTER    PIC 9(05)  VALUE ZERO.
       77 OUT-OF-SEQUENCE-COUNTER PIC 9(05)  VALUE ZERO.
       77 JOURNAL-READ-COUNTER    PIC 9(07)  VALUE ZERO.
       77 ARCHIVE-READ-COUNTER    PIC 9(07)  VALUE ZERO.
       77 BEFORE-EXTRACT-COUNTER  PIC 9(07)  VALUE ZERO.
       77 ON-EXTRACT-DATE-COUNTER PIC 9(07)  VALUE ZERO.
       77 AFTER-TARGET-COUNTER    PIC 9(07)  VALUE ZERO.
       77 IN-WINDOW-COUNTER       PIC 9(07)  VALUE ZERO.
       77 ISRT-APPLIED-COUNTER    PIC 9(07)  VALUE ZERO.
       77 REPL-APPLIED-COUNTER    PIC 9(07)  VALUE ZERO.
       77 DLET-APPLIED-COUNTER    PIC 9(07)  VALUE ZERO.
       77 CASCADE-DLET-COUNTER    PIC 9(07)  VALUE ZERO.
       77 NOT-APPLIED-COUNTER     PIC 9(07)  VALUE ZERO.
       77 EXCEPTION-COUNTER       PIC 9(07)  VALUE ZERO.
      *
      * HEADER DATE AND DATABASE NAME OF THE INPUT EXTRACT, KEPT
      * FROM THE VERIFICATION PASS - THE CONTROL-HEADER WORK AREA
      * IS REUSED FOR THE OUTPUT HEADER.
       77 EXTRACT-DATE            PIC X(08)  VALUE SPACES.
       77 EXTRACT-DBDNAME         PIC X(08)  VALUE SPACES.
      *
      * SET WHEN THE SEGMENT TABLE CANNOT HOLD THE DATABASE - THE
      * RECONSTRUCTION WOULD BE INCOMPLETE, SO NO OUTPUT IS WRITTEN.
       77 TABLE-FULL-SWITCH       PIC X(01)  VALUE 'N'.
          88 TABLE-FULL                      VALUE 'Y'.
      *
      * SET WHEN THE INPUT EXTRACT CARRIES THE SAME SEGMENT PATH
      * TWICE - IT CANNOT HAVE COME FROM AN UNLOAD.
       77 DUPLICATE-KEY-SWITCH    PIC X(01)  VALUE 'N'.
          88 DUPLICATE-KEY-FOUND             VALUE 'Y'.
      *
      ****************************************************************
      * SYSIN PARAMETER CARD - ONE CARD PER RUN.
      ****************************************************************
      *
       01 PARM-INPUT.
          05 PARM-TARGET-DATE     PIC X(08).
          05 FILLER               PIC X(72).
      *
      ****************************************************************
      * TARGET DATE VALIDATION WORK AREAS - SAME CALENDAR CHECK AS
      * COBPROG'S CHECK-DATE-START.
      ****************************************************************
      *
       01 DATE-CHECK-AREA.
          05 DATE-CHECK-YYYY      PIC 9(04).
          05 DATE-CHECK-MM        PIC 9(02).
          05 DATE-CHECK-DD        PIC 9(02).
       01 DATE-CHECK-X REDEFINES DATE-CHECK-AREA
                                  PIC X(08).
      *
       01 DAYS-IN-MONTH-VALUES.
          05 FILLER               PIC X(24)
                                  VALUE '312831303130313130313031'.
       01 DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
          05 DAYS-IN-MONTH        PIC 9(02)  OCCURS 12 TIMES.
      *
       77 DATE-CHECK-MAX-DD       PIC 9(02)  VALUE ZERO.
       77 DATE-CHECK-QUOTIENT     PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-REM-4        PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-REM-100      PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-REM-400      PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-SWITCH       PIC X(01)  VALUE 'N'.
          88 DATE-CHECK-VALID                VALUE 'Y'.
          88 DATE-CHECK-INVALID              VALUE 'N'.
      *
      ****************************************************************
      * THE JOURNAL ENTRY IN HAND, WHICHEVER FILE IT CAME FROM, WITH
      * ITS CONCATENATED KEY BROKEN OUT - SAME LAYOUT IMSJRNL.CBL
      * READS.
      ****************************************************************
      *
       01 JOURNAL-ENTRY.
          05 JRN-RUN-DATE          PIC X(08).
          05 JRN-PROGRAM           PIC X(08).
          05 JRN-FUNCTION          PIC X(04).
          05 JRN-CONC-KEY.
             10 JRN-KEY-SKCLASS    PIC X(08).
             10 JRN-KEY-FULNAM     PIC X(42).
             10 JRN-KEY-DETAIL     PIC X(18).
          05 JRN-BEFORE-IMAGE      PIC X(120).
          05 JRN-AFTER-IMAGE       PIC X(120).
          05 JRN-OPERATOR          PIC X(08).
      *
      * SEGMENT TYPE OF THE ENTRY IN HAND AS RECOVERED FROM KEY AND
      * IMAGE, AND THE IMAGE THE RECOVERY LOOKS AT - THE AFTER-IMAGE
      * FOR AN ISRT, THE BEFORE-IMAGE FOR A DLET OR REPL.
       77 ENTRY-SEGMENT           PIC X(08)  VALUE SPACES.
       77 ENTRY-TYPE-IMAGE        PIC X(120) VALUE SPACES.
      *
      * REASON AND OUTCOME OF AN ENTRY THAT DID NOT FIT THE EXTRACT,
      * FOR THE EXCEPTIONS REPORT.
       77 EXCEPTION-REASON        PIC X(36)  VALUE SPACES.
       77 EXCEPTION-ACTION        PIC X(11)  VALUE SPACES.
      *
      ****************************************************************
      * IMAGE-TO-EXTRACT MAPPING - A JOURNAL IMAGE IS THE SEGMENT'S
      * IOAREA AS INSERTED; THE EXTRACT CARRIES ONLY THE DATA PORTION
      * IN UNL-DETAIL-DATA, AT THE OFFSETS IMSUNLD.CBL'S FLATTEN
      * PARAGRAPH MOVES IT TO. INPUT IS IMAGE-WORK, THE RESULT IS
      * LEFT IN IMAGE-DATA.
      ****************************************************************
      *
       01 IMAGE-WORK.
          05 IMAGE-WORK-NAME.
             10 FULNAM             PIC X(42).
             10 NAME-DATA          PIC X(78).
          05 IMAGE-WORK-SKILL REDEFINES IMAGE-WORK-NAME.
             10 SKCLASS            PIC X(08).
             10 SKILL-DATA         PIC X(82).
             10 FILLER             PIC X(30).
          05 IMAGE-WORK-EDUC REDEFINES IMAGE-WORK-NAME.
             10 EDUID              PIC X(18).
             10 EDUC-DATA          PIC X(57).
             10 FILLER             PIC X(45).
      *    THE STORED EXPR SEGMENT CARRIES ITS DATA FIRST AND THE
      *    CLASSIF KEY LAST.
          05 IMAGE-WORK-EXPR REDEFINES IMAGE-WORK-NAME.
             10 EXPR-DATA          PIC X(16).
             10 CLASSIF            PIC X(04).
             10 FILLER             PIC X(100).
      *
       01 IMAGE-DATA              PIC X(82).
       01 BEFORE-DATA             PIC X(82).
       01 AFTER-DATA              PIC X(82).
      *
      ****************************************************************
      * CONTROL-RECORD WORK AREAS - THE HEADER AND TRAILER VIEWS OF
      * THE 158-BYTE UNLOAD RECORD, AS IMSUNLD.CBL WRITES THEM.
      ****************************************************************
      *
       01 CONTROL-HEADER.
          05 CTH-TAG              PIC X(08).
          05 CTH-RUN-DATE         PIC X(08).
          05 CTH-DBDNAME          PIC X(08).
          05 FILLER               PIC X(134).
      *
       01 CONTROL-TRAILER.
          05 CTT-TAG              PIC X(08).
          05 CTT-SKILL-COUNT      PIC 9(05).
          05 CTT-NAME-COUNT       PIC 9(05).
          05 CTT-EDUC-COUNT       PIC 9(05).
          05 CTT-EXPR-COUNT       PIC 9(05).
          05 CTT-KEY-HASH         PIC 9(09).
          05 FILLER               PIC X(121).
      *
      ****************************************************************
      * TRAILER VERIFICATION WORK AREAS - ONE PRE-PASS OVER THE INPUT
      * EXTRACT RECOMPUTES THE COUNTS AND THE KEY HASH AND CHECKS
      * THEM AGAINST THE TRAILER AS READ. ANY FAILURE REFUSES THE
      * RUN. THE SAME COUNTERS TALLY THE OUTPUT FOR ITS TRAILER.
      ****************************************************************
      *
       77 VFY-FAIL-SWITCH         PIC X(01)  VALUE 'N'.
          88 VFY-FAILED                      VALUE 'Y'.
       77 VFY-EOF-SWITCH          PIC X(01)  VALUE 'N'.
          88 VFY-END-OF-FILE                 VALUE 'Y'.
       77 VFY-TRAILER-SWITCH      PIC X(01)  VALUE 'N'.
          88 VFY-TRAILER-SEEN                VALUE 'Y'.
       77 VFY-FILE-NAME           PIC X(08)  VALUE SPACES.
       77 VFY-SEGMENT             PIC X(08)  VALUE SPACES.
       77 VFY-SKILL-COUNT         PIC 9(05)  VALUE ZERO.
       77 VFY-NAME-COUNT          PIC 9(05)  VALUE ZERO.
       77 VFY-EDUC-COUNT          PIC 9(05)  VALUE ZERO.
       77 VFY-EXPR-COUNT          PIC 9(05)  VALUE ZERO.
      *
      ****************************************************************
      * KEY HASH TOTAL - THE SUM OF THE ORDINAL VALUE OF EVERY BYTE
      * OF EVERY DATA RECORD'S 68-BYTE KEY PATH, WRAPPED TO NINE
      * DIGITS AFTER EACH RECORD - EXACTLY AS IMSUNLD.CBL COMPUTES
      * IT, SO WRITER AND READER ALWAYS AGREE.
      ****************************************************************
      *
       77 KEY-HASH-TOTAL          PIC 9(10)  VALUE ZERO.
       77 HASH-SUB                PIC 9(02)  VALUE ZERO.
       01 HASH-KEY-AREA.
          05 HASH-KEY-SKCLASS     PIC X(08).
          05 HASH-KEY-FULNAM      PIC X(42).
          05 HASH-KEY-DETAIL      PIC X(18).
      *
      * INPUT AND RESULT OF THE SEGMENT-TO-HIERARCHIC-ORDER MAPPING
      * PARAGRAPH (BUILD-SEG-ORDER-START).
       77 SEG-ORDER-SEGMENT       PIC X(08).
       77 SEG-ORDER-BYTE          PIC X(01).
      *
      ****************************************************************
      * THE DATABASE AS RECONSTRUCTED SO FAR - ONE ENTRY PER SEGMENT
      * PATH, HELD IN ASCENDING COMPARE-KEY ORDER (THE ORDER
      * IMSUNLD.CBL WRITES AND IMSDLTA.CBL MATCHES ON). A DELETED
      * SEGMENT KEEPS ITS SLOT, FLAGGED 'D', SO THE TABLE NEVER HAS
      * TO CLOSE UP; A LATER ISRT OF THE SAME PATH REUSES THE SLOT.
      ****************************************************************
      *
       77 SEGMENT-COUNT           PIC 9(05)  VALUE ZERO.
       77 SEGMENT-MAX             PIC 9(05)  VALUE 20000.
       77 SEG-SUB                 PIC 9(05)  VALUE ZERO.
       77 SHIFT-SUB               PIC 9(05)  VALUE ZERO.
       77 CASCADE-SUB             PIC 9(05)  VALUE ZERO.
       77 CASCADE-END-SWITCH      PIC X(01)  VALUE 'N'.
          88 CASCADE-ENDED                   VALUE 'Y'.
      *
       01 SEGMENT-TABLE.
          05 SEGMENT-ENTRY OCCURS 20000 TIMES.
             10 SGT-KEY.
                15 SGT-SKCLASS     PIC X(08).
                15 SGT-FULNAM      PIC X(42).
                15 SGT-SEG-ORDER   PIC X(01).
                15 SGT-DETAIL-KEY  PIC X(18).
             10 SGT-SEGMENT        PIC X(08).
             10 SGT-DETAIL-DATA    PIC X(82).
             10 SGT-STATUS         PIC X(01).
                88 SGT-ACTIVE                VALUE 'A'.
                88 SGT-DELETED               VALUE 'D'.
      *
      ****************************************************************
      * TABLE LOOK-UP WORK AREAS - THE CALLER PUTS THE PATH WANTED IN
      * SEARCH-KEY; FIND-SEGMENT-START LEAVES THE SLOT IN FIND-SUB
      * WHEN FOUND, OR THE SLOT IT WOULD BE INSERTED AT WHEN NOT.
      * ENTRY-KEY IS THE PATH OF THE JOURNAL ENTRY IN HAND, KEPT
      * WHILE SEARCH-KEY IS BORROWED FOR THE PARENT CHECK.
      ****************************************************************
      *
       01 SEARCH-KEY.
          05 SRCH-SKCLASS         PIC X(08).
          05 SRCH-FULNAM          PIC X(42).
          05 SRCH-SEG-ORDER       PIC X(01).
          05 SRCH-DETAIL-KEY      PIC X(18).
      *
       01 ENTRY-KEY.
          05 ENT-SKCLASS          PIC X(08).
          05 ENT-FULNAM           PIC X(42).
          05 ENT-SEG-ORDER        PIC X(01).
          05 ENT-DETAIL-KEY       PIC X(18).
      *
       77 FIND-SUB                PIC 9(05)  VALUE ZERO.
       77 FIND-LOW                PIC 9(05)  VALUE ZERO.
       77 FIND-HIGH               PIC 9(05)  VALUE ZERO.
       77 FIND-MID                PIC 9(05)  VALUE ZERO.
       77 FIND-SWITCH             PIC X(01)  VALUE 'N'.
          88 FIND-FOUND                      VALUE 'Y'.
          88 FIND-NOT-FOUND                  VALUE 'N'.
      *
       PROCEDURE DIVISION.
      *
       MAINLINE-START.
      *
           ACCEPT PARM-INPUT.
      *
           DISPLAY '*'.
           DISPLAY '****** POINT-IN-TIME RECONSTRUCTION *******'.
           DISPLAY '*'.
      *
           MOVE PARM-TARGET-DATE TO DATE-CHECK-X.
           PERFORM CHECK-DATE-START THRU CHECK-DATE-END.
      *
           IF DATE-CHECK-INVALID
              DISPLAY '=> INVALID PARAMETER CARD = ' PARM-INPUT
              DISPLAY '   COLUMNS 1-8 MUST HOLD THE TARGET DATE '
                      '(YYYYMMDD)'
              GOBACK
           END-IF.
      *
           DISPLAY '   TARGET DATE = ' PARM-TARGET-DATE.
           DISPLAY '*'.
      *
      *    BALANCE THE INPUT EXTRACT AGAINST ITS TRAILER BEFORE A
      *    SINGLE JOURNAL ENTRY IS APPLIED TO IT.
           PERFORM VERIFY-EXTRACT-START THRU VERIFY-EXTRACT-END.
      *
           IF VFY-FAILED
              DISPLAY '*'
              DISPLAY '****** RUN REFUSED ************************'
              DISPLAY '   THE INPUT EXTRACT IS MISSING ITS CONTROL'
              DISPLAY '   RECORDS OR DOES NOT BALANCE - SEE ABOVE.'
              DISPLAY '   NO RECONSTRUCTION WAS DONE.'
              DISPLAY '*'
              GOBACK
           END-IF.
      *
      *    THE JOURNAL ONLY ROLLS AN EXTRACT FORWARD, NEVER BACK.
           IF PARM-TARGET-DATE < EXTRACT-DATE
              DISPLAY '*'
              DISPLAY '****** RUN REFUSED ************************'
              DISPLAY '   TARGET DATE ' PARM-TARGET-DATE
                      ' IS EARLIER THAN THE EXTRACT DATE '
                      EXTRACT-DATE
              DISPLAY '   - USE AN EXTRACT TAKEN ON OR BEFORE THE'
              DISPLAY '   TARGET DATE. NO RECONSTRUCTION WAS DONE.'
              DISPLAY '*'
              GOBACK
           END-IF.
      *
           PERFORM LOAD-EXTRACT-START THRU LOAD-EXTRACT-END.
      *
           IF TABLE-FULL OR DUPLICATE-KEY-FOUND
              DISPLAY '*'
              DISPLAY '****** RUN REFUSED ************************'
              DISPLAY '   THE INPUT EXTRACT COULD NOT BE LOADED -'
              DISPLAY '   SEE ABOVE. NO RECONSTRUCTION WAS DONE.'
              DISPLAY '*'
              GOBACK
           END-IF.
      *
           DISPLAY '*'.
           DISPLAY '****** JOURNAL EXCEPTIONS *****************'.
           DISPLAY '*'.
      *
      *    THE ARCHIVE (IF ANY) IS READ FIRST - ITS ENTRIES ARE THE
      *    OLDER ONES, SO THEY ARE APPLIED IN JOURNAL ORDER.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
      *
           PERFORM READ-ARCHIVE-FILE.
      *
           PERFORM UNTIL ARCH-END-OF-FILE OR TABLE-FULL
              PERFORM APPLY-ENTRY-START THRU APPLY-ENTRY-END
              PERFORM READ-ARCHIVE-FILE
           END-PERFORM.
      *
           CLOSE JOURNAL-ARCHIVE-FILE.
      *
           OPEN INPUT JOURNAL-FILE.
      *
           PERFORM READ-JOURNAL-FILE.
      *
           PERFORM UNTIL JRNL-END-OF-FILE OR TABLE-FULL
              PERFORM APPLY-ENTRY-START THRU APPLY-ENTRY-END
              PERFORM READ-JOURNAL-FILE
           END-PERFORM.
      *
           CLOSE JOURNAL-FILE.
      *
           IF EXCEPTION-COUNTER = ZERO
              DISPLAY '   NONE - EVERY ENTRY FITTED THE EXTRACT'
              DISPLAY '*'
           END-IF.
      *
      *    A TABLE THAT FILLED UP PART WAY THROUGH THE JOURNAL WOULD
      *    GIVE A RECONSTRUCTION WITH SEGMENTS MISSING - NONE AT ALL
      *    IS BETTER THAN A WRONG ONE.
           IF TABLE-FULL
              DISPLAY '*'
              DISPLAY '****** RUN REFUSED ************************'
              DISPLAY '   THE SEGMENT TABLE IS FULL (' SEGMENT-MAX
                      ' ENTRIES) - THE'
              DISPLAY '   RECONSTRUCTION WOULD BE INCOMPLETE. NO'
              DISPLAY '   OUTPUT EXTRACT WAS WRITTEN.'
              DISPLAY '*'
              GOBACK
           END-IF.
      *
           PERFORM WRITE-RECON-START THRU WRITE-RECON-END.
      *
           PERFORM RECON-SUMMARY-START THRU RECON-SUMMARY-END.
      *
           GOBACK.
      *
      *---------------------------------------------------------------
      * READ THE NEXT JOURNAL RECORD.
      *---------------------------------------------------------------
      *
       READ-JOURNAL-FILE.
           READ JOURNAL-FILE
              AT END
                 MOVE 'Y' TO JRNL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO JOURNAL-READ-COUNTER
                 MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
           END-READ.
      *
      *---------------------------------------------------------------
      * READ THE NEXT ARCHIVED JOURNAL RECORD.
      *---------------------------------------------------------------
      *
       READ-ARCHIVE-FILE.
           READ JOURNAL-ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO ARCH-EOF-SWITCH
              NOT AT END
                 ADD 1 TO ARCHIVE-READ-COUNTER
                 MOVE JOURNAL-ARCHIVE-RECORD TO JOURNAL-ENTRY
           END-READ.
      *
      *---------------------------------------------------------------
      * PRE-PASS OVER THE INPUT EXTRACT - THE FIRST RECORD MUST BE
      * THE HEADER, THE LAST THE TRAILER, AND THE TRAILER'S COUNTS
      * AND KEY HASH MUST MATCH WHAT THE PASS RECOMPUTES - SAME
      * CHECKS AS IMSDLTA.CBL. THE FILE IS CLOSED AGAIN AFTERWARD
      * SO THE LOAD PASS CAN REOPEN IT FROM THE TOP.
      *---------------------------------------------------------------
      *
       VERIFY-EXTRACT-START.
      *
           MOVE 'EXTRIN  ' TO VFY-FILE-NAME.
           PERFORM VERIFY-RESET-START THRU VERIFY-RESET-END.
      *
           OPEN INPUT EXTRACT-FILE.
      *
           READ EXTRACT-FILE
              AT END
                 DISPLAY '=> ' VFY-FILE-NAME 'IS EMPTY - NO HEADER'
                 MOVE 'Y' TO VFY-FAIL-SWITCH
                 MOVE 'Y' TO VFY-EOF-SWITCH
           END-READ.
      *
           IF NOT VFY-END-OF-FILE
              IF EXT-SEGMENT = '*HEADER '
                 MOVE EXTRACT-RECORD TO CONTROL-HEADER
                 MOVE CTH-RUN-DATE TO EXTRACT-DATE
                 MOVE CTH-DBDNAME TO EXTRACT-DBDNAME
                 DISPLAY '=> ' VFY-FILE-NAME 'HEADER : DATE '
                         CTH-RUN-DATE ' DATABASE ' CTH-DBDNAME
              ELSE
                 DISPLAY '=> ' VFY-FILE-NAME 'HAS NO HEADER RECORD'
                 MOVE 'Y' TO VFY-FAIL-SWITCH
              END-IF
           END-IF.
      *
           PERFORM UNTIL VFY-END-OF-FILE
              READ EXTRACT-FILE
                 AT END
                    MOVE 'Y' TO VFY-EOF-SWITCH
                 NOT AT END
                    IF EXT-SEGMENT = '*TRAILER'
                       MOVE EXTRACT-RECORD TO CONTROL-TRAILER
                       MOVE 'Y' TO VFY-TRAILER-SWITCH
                    ELSE
                       IF VFY-TRAILER-SEEN
                          DISPLAY '=> ' VFY-FILE-NAME 'HAS DATA '
                                  'AFTER ITS TRAILER'
                          MOVE 'Y' TO VFY-FAIL-SWITCH
                       END-IF
                       MOVE EXT-SEGMENT TO VFY-SEGMENT
                       MOVE EXT-SKCLASS TO HASH-KEY-SKCLASS
                       MOVE EXT-FULNAM TO HASH-KEY-FULNAM
                       MOVE EXT-DETAIL-KEY TO HASH-KEY-DETAIL
                       PERFORM VERIFY-TALLY-START THRU
                               VERIFY-TALLY-END
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE EXTRACT-FILE.
      *
           PERFORM VERIFY-BALANCE-START THRU VERIFY-BALANCE-END.
      *
       VERIFY-EXTRACT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * RESET THE VERIFICATION WORK AREAS.
      *---------------------------------------------------------------
      *
       VERIFY-RESET-START.
      *
           MOVE 'N' TO VFY-EOF-SWITCH.
           MOVE 'N' TO VFY-TRAILER-SWITCH.
           MOVE ZERO TO VFY-SKILL-COUNT.
           MOVE ZERO TO VFY-NAME-COUNT.
           MOVE ZERO TO VFY-EDUC-COUNT.
           MOVE ZERO TO VFY-EXPR-COUNT.
           MOVE ZERO TO KEY-HASH-TOTAL.
      *
       VERIFY-RESET-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * TALLY ONE DATA RECORD - COUNT IT UNDER ITS SEGMENT TYPE AND
      * FOLD ITS KEY PATH INTO THE HASH.
      *---------------------------------------------------------------
      *
       VERIFY-TALLY-START.
      *
           EVALUATE VFY-SEGMENT
              WHEN 'SKILL   '
                 ADD 1 TO VFY-SKILL-COUNT
              WHEN 'NAME    '
                 ADD 1 TO VFY-NAME-COUNT
              WHEN 'EDUC    '
                 ADD 1 TO VFY-EDUC-COUNT
              WHEN 'EXPR    '
                 ADD 1 TO VFY-EXPR-COUNT
              WHEN OTHER
                 DISPLAY '=> ' VFY-FILE-NAME 'UNKNOWN SEGMENT TYPE '
                         '= ' VFY-SEGMENT
                 MOVE 'Y' TO VFY-FAIL-SWITCH
           END-EVALUATE.
      *
           PERFORM ACCUMULATE-KEY-HASH-START THRU
                   ACCUMULATE-KEY-HASH-END.
      *
       VERIFY-TALLY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * BALANCE THE RECOMPUTED COUNTS AND HASH AGAINST THE TRAILER
      * AS READ.
      *---------------------------------------------------------------
      *
       VERIFY-BALANCE-START.
      *
           IF NOT VFY-TRAILER-SEEN
              DISPLAY '=> ' VFY-FILE-NAME 'HAS NO TRAILER RECORD'
              MOVE 'Y' TO VFY-FAIL-SWITCH
              GO TO VERIFY-BALANCE-END
           END-IF.
      *
           IF CTT-SKILL-COUNT NOT = VFY-SKILL-COUNT
              DISPLAY '=> ' VFY-FILE-NAME 'SKILL COUNT MISMATCH, '
                      'TRAILER = ' CTT-SKILL-COUNT
                      ' COUNTED = ' VFY-SKILL-COUNT
              MOVE 'Y' TO VFY-FAIL-SWITCH
           END-IF.
      *
           IF CTT-NAME-COUNT NOT = VFY-NAME-COUNT
              DISPLAY '=> ' VFY-FILE-NAME 'NAME COUNT MISMATCH, '
                      'TRAILER = ' CTT-NAME-COUNT
                      ' COUNTED = ' VFY-NAME-COUNT
              MOVE 'Y' TO VFY-FAIL-SWITCH
           END-IF.
      *
           IF CTT-EDUC-COUNT NOT = VFY-EDUC-COUNT
              DISPLAY '=> ' VFY-FILE-NAME 'EDUC COUNT MISMATCH, '
                      'TRAILER = ' CTT-EDUC-COUNT
                      ' COUNTED = ' VFY-EDUC-COUNT
              MOVE 'Y' TO VFY-FAIL-SWITCH
           END-IF.
      *
           IF CTT-EXPR-COUNT NOT = VFY-EXPR-COUNT
              DISPLAY '=> ' VFY-FILE-NAME 'EXPR COUNT MISMATCH, '
                      'TRAILER = ' CTT-EXPR-COUNT
                      ' COUNTED = ' VFY-EXPR-COUNT
              MOVE 'Y' TO VFY-FAIL-SWITCH
           END-IF.
      *
           IF CTT-KEY-HASH NOT = KEY-HASH-TOTAL
              DISPLAY '=> ' VFY-FILE-NAME 'KEY HASH MISMATCH, '
                      'TRAILER = ' CTT-KEY-HASH
                      ' COMPUTED = ' KEY-HASH-TOTAL
              MOVE 'Y' TO VFY-FAIL-SWITCH
           END-IF.
      *
           IF NOT VFY-FAILED
              DISPLAY '=> ' VFY-FILE-NAME 'BALANCES AGAINST ITS '
                      'TRAILER'
           END-IF.
      *
       VERIFY-BALANCE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOAD THE BALANCED EXTRACT INTO THE SEGMENT TABLE. AN UNLOAD
      * IS ALREADY IN COMPARE-KEY ORDER, SO EACH RECORD NORMALLY
      * GOES ON THE END; ONE THAT DOES NOT IS INSERTED IN ITS PLACE
      * AND COUNTED.
      *---------------------------------------------------------------
      *
       LOAD-EXTRACT-START.
      *
           MOVE 'N' TO EXTRACT-EOF-SWITCH.
      *
           OPEN INPUT EXTRACT-FILE.
      *
           PERFORM UNTIL EXTRACT-END-OF-FILE
                      OR TABLE-FULL OR DUPLICATE-KEY-FOUND
              READ EXTRACT-FILE
                 AT END
                    MOVE 'Y' TO EXTRACT-EOF-SWITCH
                 NOT AT END
                    IF EXT-SEGMENT NOT = '*HEADER '
                       AND EXT-SEGMENT NOT = '*TRAILER'
                       PERFORM LOAD-SEGMENT-START THRU
                               LOAD-SEGMENT-END
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE EXTRACT-FILE.
      *
           IF TABLE-FULL
              DISPLAY '=> EXTRACT HAS MORE THAN ' SEGMENT-MAX
                      ' SEGMENTS - SEGMENT TABLE FULL'
           END-IF.
      *
       LOAD-EXTRACT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PUT ONE EXTRACT RECORD INTO THE SEGMENT TABLE.
      *---------------------------------------------------------------
      *
       LOAD-SEGMENT-START.
      *
           ADD 1 TO EXTRACT-READ-COUNTER.
      *
           MOVE EXT-SKCLASS TO SRCH-SKCLASS.
           MOVE EXT-FULNAM TO SRCH-FULNAM.
           MOVE EXT-SEGMENT TO SEG-ORDER-SEGMENT.
           PERFORM BUILD-SEG-ORDER-START THRU BUILD-SEG-ORDER-END.
           MOVE SEG-ORDER-BYTE TO SRCH-SEG-ORDER.
           MOVE EXT-DETAIL-KEY TO SRCH-DETAIL-KEY.
      *
           IF SEGMENT-COUNT = ZERO
              OR SEARCH-KEY > SGT-KEY (SEGMENT-COUNT)
              MOVE SEGMENT-COUNT TO FIND-SUB
              ADD 1 TO FIND-SUB
           ELSE
              ADD 1 TO OUT-OF-SEQUENCE-COUNTER
              PERFORM FIND-SEGMENT-START THRU FIND-SEGMENT-END
              IF FIND-FOUND
                 DISPLAY '=> EXTRACT CARRIES THE SAME SEGMENT PATH '
                         'TWICE'
                 DISPLAY '   SEGMENT = ' EXT-SEGMENT
                 DISPLAY '   SKILL   = ' EXT-SKCLASS
                 DISPLAY '   NAME    = ' EXT-FULNAM
                 DISPLAY '   DETAIL  = ' EXT-DETAIL-KEY
                 MOVE 'Y' TO DUPLICATE-KEY-SWITCH
                 GO TO LOAD-SEGMENT-END
              END-IF
           END-IF.
      *
           PERFORM INSERT-SLOT-START THRU INSERT-SLOT-END.
      *
           IF TABLE-FULL
              GO TO LOAD-SEGMENT-END
           END-IF.
      *
           MOVE EXT-SEGMENT TO SGT-SEGMENT (FIND-SUB).
           MOVE EXT-DETAIL-DATA TO SGT-DETAIL-DATA (FIND-SUB).
           SET SGT-ACTIVE (FIND-SUB) TO TRUE.
      *
       LOAD-SEGMENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * APPLY ONE JOURNAL ENTRY TO THE SEGMENT TABLE IF IT FALLS IN
      * THE ROLL-FORWARD WINDOW (AFTER THE EXTRACT DATE, NOT AFTER
      * THE TARGET DATE).
      *---------------------------------------------------------------
      *
       APPLY-ENTRY-START.
      *
           IF JRN-RUN-DATE < EXTRACT-DATE
              ADD 1 TO BEFORE-EXTRACT-COUNTER
              GO TO APPLY-ENTRY-END
           END-IF.
      *
           IF JRN-RUN-DATE = EXTRACT-DATE
              ADD 1 TO ON-EXTRACT-DATE-COUNTER
              GO TO APPLY-ENTRY-END
           END-IF.
      *
           IF JRN-RUN-DATE > PARM-TARGET-DATE
              ADD 1 TO AFTER-TARGET-COUNTER
              GO TO APPLY-ENTRY-END
           END-IF.
      *
           ADD 1 TO IN-WINDOW-COUNTER.
      *
      *    THE SEGMENT-TYPE RECOVERY LOOKS AT THE IMAGE THE ENTRY
      *    ACTUALLY CARRIES - THE AFTER-IMAGE FOR AN ISRT, THE
      *    BEFORE-IMAGE FOR A DLET OR REPL.
           IF JRN-FUNCTION = 'ISRT'
              MOVE JRN-AFTER-IMAGE TO ENTRY-TYPE-IMAGE
           ELSE
              MOVE JRN-BEFORE-IMAGE TO ENTRY-TYPE-IMAGE
           END-IF.
      *
           PERFORM RECOVER-SEGMENT-TYPE-START THRU
                   RECOVER-SEGMENT-TYPE-END.
      *
           IF ENTRY-SEGMENT = SPACES
              MOVE 'SEGMENT TYPE NOT RECOVERABLE' TO EXCEPTION-REASON
              MOVE 'NOT APPLIED' TO EXCEPTION-ACTION
              PERFORM PRINT-EXCEPTION-START THRU PRINT-EXCEPTION-END
              GO TO APPLY-ENTRY-END
           END-IF.
      *
      *    THE ENTRY'S PATH IN COMPARE-KEY FORM - THE CONCATENATED
      *    KEY IS ALREADY BLANK BELOW THE SEGMENT'S OWN LEVEL, JUST
      *    AS THE EXTRACT CARRIES IT.
           MOVE JRN-KEY-SKCLASS TO ENT-SKCLASS.
           MOVE JRN-KEY-FULNAM TO ENT-FULNAM.
           MOVE ENTRY-SEGMENT TO SEG-ORDER-SEGMENT.
           PERFORM BUILD-SEG-ORDER-START THRU BUILD-SEG-ORDER-END.
           MOVE SEG-ORDER-BYTE TO ENT-SEG-ORDER.
           MOVE JRN-KEY-DETAIL TO ENT-DETAIL-KEY.
      *
           EVALUATE JRN-FUNCTION
              WHEN 'ISRT'
                 PERFORM APPLY-ISRT-START THRU APPLY-ISRT-END
              WHEN 'REPL'
                 PERFORM APPLY-REPL-START THRU APPLY-REPL-END
              WHEN 'DLET'
                 PERFORM APPLY-DLET-START THRU APPLY-DLET-END
              WHEN OTHER
                 MOVE 'UNKNOWN JOURNAL FUNCTION' TO EXCEPTION-REASON
                 MOVE 'NOT APPLIED' TO EXCEPTION-ACTION
                 PERFORM PRINT-EXCEPTION-START THRU
                         PRINT-EXCEPTION-END
           END-EVALUATE.
      *
       APPLY-ENTRY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * RECOVER THE SEGMENT TYPE OF THE ENTRY IN HAND FROM ITS
      * CONCATENATED KEY AND IMAGE - SAME RULES AS IMSBKOT.CBL :
      * A BLANK FULNAM PORTION IS A SKILL ROOT, A BLANK DETAIL
      * PORTION IS A NAME, A DETAIL KEY THAT MATCHES THE FIRST 18
      * BYTES OF THE IMAGE IS AN EDUC, AND A DETAIL KEY WHOSE FIRST
      * 4 BYTES MATCH IMAGE BYTES 17-20 IS AN EXPR. SPACES IN
      * ENTRY-SEGMENT MEANS NO RULE FIT.
      *---------------------------------------------------------------
      *
       RECOVER-SEGMENT-TYPE-START.
      *
           MOVE SPACES TO ENTRY-SEGMENT.
      *
           IF JRN-KEY-FULNAM = SPACES
              MOVE 'SKILL   ' TO ENTRY-SEGMENT
              GO TO RECOVER-SEGMENT-TYPE-END
           END-IF.
      *
           IF JRN-KEY-DETAIL = SPACES
              MOVE 'NAME    ' TO ENTRY-SEGMENT
              GO TO RECOVER-SEGMENT-TYPE-END
           END-IF.
      *
           IF ENTRY-TYPE-IMAGE (1:18) = JRN-KEY-DETAIL
              MOVE 'EDUC    ' TO ENTRY-SEGMENT
              GO TO RECOVER-SEGMENT-TYPE-END
           END-IF.
      *
           IF ENTRY-TYPE-IMAGE (17:4) = JRN-KEY-DETAIL (1:4)
              AND JRN-KEY-DETAIL (5:14) = SPACES
              MOVE 'EXPR    ' TO ENTRY-SEGMENT
           END-IF.
      *
       RECOVER-SEGMENT-TYPE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * MAP A SEGMENT NAME ONTO ITS ONE-BYTE HIERARCHIC ORDER - SAME
      * MAPPING AS IMSDLTA.CBL. INPUT IS SEG-ORDER-SEGMENT, RESULT IS
      * LEFT IN SEG-ORDER-BYTE.
      *---------------------------------------------------------------
      *
       BUILD-SEG-ORDER-START.
      *
           EVALUATE SEG-ORDER-SEGMENT
              WHEN 'SKILL   '
                 MOVE '1' TO SEG-ORDER-BYTE
              WHEN 'NAME    '
                 MOVE '2' TO SEG-ORDER-BYTE
              WHEN 'EDUC    '
                 MOVE '3' TO SEG-ORDER-BYTE
              WHEN 'EXPR    '
                 MOVE '4' TO SEG-ORDER-BYTE
              WHEN OTHER
                 MOVE '9' TO SEG-ORDER-BYTE
           END-EVALUATE.
      *
       BUILD-SEG-ORDER-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * MAP THE JOURNAL IMAGE IN IMAGE-WORK ONTO THE DETAIL DATA THE
      * EXTRACT CARRIES FOR A SEGMENT OF TYPE ENTRY-SEGMENT - SAME
      * OFFSETS AS IMSUNLD.CBL'S FLATTEN-SEGMENT-START. RESULT IN
      * IMAGE-DATA.
      *---------------------------------------------------------------
      *
       BUILD-IMAGE-DATA-START.
      *
           MOVE SPACES TO IMAGE-DATA.
      *
           EVALUATE ENTRY-SEGMENT
              WHEN 'SKILL   '
                 MOVE SKILL-DATA OF IMAGE-WORK-SKILL TO IMAGE-DATA
              WHEN 'NAME    '
                 MOVE NAME-DATA OF IMAGE-WORK-NAME TO IMAGE-DATA
              WHEN 'EDUC    '
                 MOVE EDUC-DATA OF IMAGE-WORK-EDUC TO IMAGE-DATA
              WHEN 'EXPR    '
                 MOVE EXPR-DATA OF IMAGE-WORK-EXPR TO IMAGE-DATA
           END-EVALUATE.
      *
       BUILD-IMAGE-DATA-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * APPLY AN ISRT - THE PARENT MUST BE PRESENT AND THE SEGMENT
      * MUST NOT BE. A SLOT LEFT BY AN EARLIER DLET IS REUSED.
      *---------------------------------------------------------------
      *
       APPLY-ISRT-START.
      *
           IF ENTRY-SEGMENT NOT = 'SKILL   '
              MOVE ENTRY-KEY TO SEARCH-KEY
              MOVE SPACES TO SRCH-DETAIL-KEY
              IF ENTRY-SEGMENT = 'NAME    '
                 MOVE SPACES TO SRCH-FULNAM
                 MOVE '1' TO SRCH-SEG-ORDER
              ELSE
                 MOVE '2' TO SRCH-SEG-ORDER
              END-IF
              PERFORM FIND-SEGMENT-START THRU FIND-SEGMENT-END
              IF FIND-NOT-FOUND OR SGT-DELETED (FIND-SUB)
                 MOVE 'ISRT UNDER A PARENT NOT PRESENT' TO
                      EXCEPTION-REASON
                 MOVE 'NOT APPLIED' TO EXCEPTION-ACTION
                 PERFORM PRINT-EXCEPTION-START THRU
                         PRINT-EXCEPTION-END
                 GO TO APPLY-ISRT-END
              END-IF
           END-IF.
      *
           MOVE ENTRY-KEY TO SEARCH-KEY.
           PERFORM FIND-SEGMENT-START THRU FIND-SEGMENT-END.
      *
           IF FIND-FOUND AND SGT-ACTIVE (FIND-SUB)
              MOVE 'ISRT OF A SEGMENT ALREADY PRESENT' TO
                   EXCEPTION-REASON
              MOVE 'NOT APPLIED' TO EXCEPTION-ACTION
              PERFORM PRINT-EXCEPTION-START THRU PRINT-EXCEPTION-END
              GO TO APPLY-ISRT-END
           END-IF.
      *
           IF FIND-NOT-FOUND
              PERFORM INSERT-SLOT-START THRU INSERT-SLOT-END
              IF TABLE-FULL
                 GO TO APPLY-ISRT-END
              END-IF
           END-IF.
      *
           MOVE JRN-AFTER-IMAGE TO IMAGE-WORK.
           PERFORM BUILD-IMAGE-DATA-START THRU BUILD-IMAGE-DATA-END.
      *
           MOVE ENTRY-SEGMENT TO SGT-SEGMENT (FIND-SUB).
           MOVE IMAGE-DATA TO SGT-DETAIL-DATA (FIND-SUB).
           SET SGT-ACTIVE (FIND-SUB) TO TRUE.
           ADD 1 TO ISRT-APPLIED-COUNTER.
      *
       APPLY-ISRT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * APPLY A REPL - THE SEGMENT MUST BE PRESENT. A BEFORE-IMAGE
      * THAT DOES NOT MATCH THE SEGMENT AS HELD IS REPORTED, BUT THE
      * AFTER-IMAGE IS STILL WHAT THE DATABASE HELD NEXT.
      *---------------------------------------------------------------
      *
       APPLY-REPL-START.
      *
           MOVE ENTRY-KEY TO SEARCH-KEY.
           PERFORM FIND-SEGMENT-START THRU FIND-SEGMENT-END.
      *
           IF FIND-NOT-FOUND OR SGT-DELETED (FIND-SUB)
              MOVE 'REPL OF A SEGMENT NOT PRESENT' TO
                   EXCEPTION-REASON
              MOVE 'NOT APPLIED' TO EXCEPTION-ACTION
              PERFORM PRINT-EXCEPTION-START THRU PRINT-EXCEPTION-END
              GO TO APPLY-REPL-END
           END-IF.
      *
           MOVE JRN-BEFORE-IMAGE TO IMAGE-WORK.
           PERFORM BUILD-IMAGE-DATA-START THRU BUILD-IMAGE-DATA-END.
           MOVE IMAGE-DATA TO BEFORE-DATA.
      *
           MOVE JRN-AFTER-IMAGE TO IMAGE-WORK.
           PERFORM BUILD-IMAGE-DATA-START THRU BUILD-IMAGE-DATA-END.
           MOVE IMAGE-DATA TO AFTER-DATA.
      *
           IF BEFORE-DATA NOT = SGT-DETAIL-DATA (FIND-SUB)
              MOVE 'REPL BEFORE-IMAGE DOES NOT MATCH' TO
                   EXCEPTION-REASON
              MOVE 'APPLIED' TO EXCEPTION-ACTION
              PERFORM PRINT-EXCEPTION-START THRU PRINT-EXCEPTION-END
           END-IF.
      *
           MOVE AFTER-DATA TO SGT-DETAIL-DATA (FIND-SUB).
           ADD 1 TO REPL-APPLIED-COUNTER.
      *
       APPLY-REPL-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * APPLY A DLET - THE SEGMENT MUST BE PRESENT. A SKILL OR NAME
      * TAKES ITS DEPENDENTS WITH IT; THEY FOLLOW IT DIRECTLY IN THE
      * TABLE, SO THE CASCADE WALKS FORWARD UNTIL THE PATH CHANGES.
      *---------------------------------------------------------------
      *
       APPLY-DLET-START.
      *
           MOVE ENTRY-KEY TO SEARCH-KEY.
           PERFORM FIND-SEGMENT-START THRU FIND-SEGMENT-END.
      *
           IF FIND-NOT-FOUND OR SGT-DELETED (FIND-SUB)
              MOVE 'DLET OF A SEGMENT NOT PRESENT' TO
                   EXCEPTION-REASON
              MOVE 'NOT APPLIED' TO EXCEPTION-ACTION
              PERFORM PRINT-EXCEPTION-START THRU PRINT-EXCEPTION-END
              GO TO APPLY-DLET-END
           END-IF.
      *
           SET SGT-DELETED (FIND-SUB) TO TRUE.
           ADD 1 TO DLET-APPLIED-COUNTER.
      *
           IF ENTRY-SEGMENT = 'SKILL   ' OR = 'NAME    '
              MOVE 'N' TO CASCADE-END-SWITCH
              PERFORM CASCADE-DELETE-START THRU CASCADE-DELETE-END
                      VARYING CASCADE-SUB FROM FIND-SUB BY 1
                      UNTIL CASCADE-SUB >= SEGMENT-COUNT
                         OR CASCADE-ENDED
           END-IF.
      *
       APPLY-DLET-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * DELETE THE DEPENDENT FOLLOWING CASCADE-SUB, IF STILL PRESENT.
      * THE FIRST ENTRY OUTSIDE THE DELETED PARENT'S PATH ENDS THE
      * CASCADE.
      *---------------------------------------------------------------
      *
       CASCADE-DELETE-START.
      *
           IF SGT-SKCLASS (CASCADE-SUB + 1) NOT = ENT-SKCLASS
              MOVE 'Y' TO CASCADE-END-SWITCH
              GO TO CASCADE-DELETE-END
           END-IF.
      *
           IF ENTRY-SEGMENT = 'NAME    '
              AND SGT-FULNAM (CASCADE-SUB + 1) NOT = ENT-FULNAM
              MOVE 'Y' TO CASCADE-END-SWITCH
              GO TO CASCADE-DELETE-END
           END-IF.
      *
           IF SGT-ACTIVE (CASCADE-SUB + 1)
              SET SGT-DELETED (CASCADE-SUB + 1) TO TRUE
              ADD 1 TO CASCADE-DLET-COUNTER
           END-IF.
      *
       CASCADE-DELETE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * BINARY SEARCH OF THE SEGMENT TABLE FOR SEARCH-KEY. FOUND :
      * FIND-SUB IS THE SLOT. NOT FOUND : FIND-SUB IS THE SLOT THE
      * PATH BELONGS IN, FOR INSERT-SLOT-START.
      *---------------------------------------------------------------
      *
       FIND-SEGMENT-START.
      *
           SET FIND-NOT-FOUND TO TRUE.
           MOVE 1 TO FIND-LOW.
           MOVE SEGMENT-COUNT TO FIND-HIGH.
      *
           PERFORM UNTIL FIND-LOW > FIND-HIGH OR FIND-FOUND
              COMPUTE FIND-MID = (FIND-LOW + FIND-HIGH) / 2
              EVALUATE TRUE
                 WHEN SGT-KEY (FIND-MID) = SEARCH-KEY
                    SET FIND-FOUND TO TRUE
                 WHEN SGT-KEY (FIND-MID) < SEARCH-KEY
                    COMPUTE FIND-LOW = FIND-MID + 1
                 WHEN OTHER
                    COMPUTE FIND-HIGH = FIND-MID - 1
              END-EVALUATE
           END-PERFORM.
      *
           IF FIND-FOUND
              MOVE FIND-MID TO FIND-SUB
           ELSE
              MOVE FIND-LOW TO FIND-SUB
           END-IF.
      *
       FIND-SEGMENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * OPEN A NEW SLOT AT FIND-SUB FOR SEARCH-KEY, MOVING EVERY
      * ENTRY FROM THERE ON UP ONE PLACE. SETS TABLE-FULL INSTEAD
      * WHEN THERE IS NO ROOM.
      *---------------------------------------------------------------
      *
       INSERT-SLOT-START.
      *
           IF SEGMENT-COUNT >= SEGMENT-MAX
              MOVE 'Y' TO TABLE-FULL-SWITCH
              GO TO INSERT-SLOT-END
           END-IF.
      *
           PERFORM VARYING SHIFT-SUB FROM SEGMENT-COUNT BY -1
                   UNTIL SHIFT-SUB < FIND-SUB
              MOVE SEGMENT-ENTRY (SHIFT-SUB) TO
                   SEGMENT-ENTRY (SHIFT-SUB + 1)
           END-PERFORM.
      *
           ADD 1 TO SEGMENT-COUNT.
      *
           MOVE SPACES TO SEGMENT-ENTRY (FIND-SUB).
           MOVE SEARCH-KEY TO SGT-KEY (FIND-SUB).
      *
       INSERT-SLOT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LIST ONE JOURNAL ENTRY THAT DID NOT FIT THE EXTRACT.
      *---------------------------------------------------------------
      *
       PRINT-EXCEPTION-START.
      *
           ADD 1 TO EXCEPTION-COUNTER.
      *
           IF EXCEPTION-ACTION = 'NOT APPLIED'
              ADD 1 TO NOT-APPLIED-COUNTER
           END-IF.
      *
           DISPLAY '=> ' EXCEPTION-REASON ' - ' EXCEPTION-ACTION.
           DISPLAY '   DATE     = ' JRN-RUN-DATE.
           DISPLAY '   PROGRAM  = ' JRN-PROGRAM.
           DISPLAY '   OPERATOR = ' JRN-OPERATOR.
           DISPLAY '   FUNCTION = ' JRN-FUNCTION
                   '   SEGMENT = ' ENTRY-SEGMENT.
           DISPLAY '   SKILL    = ' JRN-KEY-SKCLASS.
           DISPLAY '   NAME     = ' JRN-KEY-FULNAM.
           DISPLAY '   DETAIL   = ' JRN-KEY-DETAIL.
           DISPLAY '   BEFORE   = ' JRN-BEFORE-IMAGE.
           DISPLAY '   AFTER    = ' JRN-AFTER-IMAGE.
           DISPLAY '*'.
      *
       PRINT-EXCEPTION-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * WRITE THE RECONSTRUCTED EXTRACT - HEADER (TARGET DATE AND THE
      * INPUT EXTRACT'S DATABASE NAME), EVERY SEGMENT STILL PRESENT
      * IN TABLE ORDER, THEN THE TRAILER WITH THE COUNTS AND KEY
      * HASH, EXACTLY AS IMSUNLD.CBL WOULD HAVE WRITTEN THEM.
      *---------------------------------------------------------------
      *
       WRITE-RECON-START.
      *
           OPEN OUTPUT RECON-FILE.
      *
           MOVE SPACES TO CONTROL-HEADER.
           MOVE '*HEADER ' TO CTH-TAG.
           MOVE PARM-TARGET-DATE TO CTH-RUN-DATE.
           MOVE EXTRACT-DBDNAME TO CTH-DBDNAME.
           MOVE CONTROL-HEADER TO RECON-RECORD.
           WRITE RECON-RECORD.
      *
           MOVE 'RFWDOUT ' TO VFY-FILE-NAME.
           PERFORM VERIFY-RESET-START THRU VERIFY-RESET-END.
      *
           PERFORM VARYING SEG-SUB FROM 1 BY 1
                   UNTIL SEG-SUB > SEGMENT-COUNT
              IF SGT-ACTIVE (SEG-SUB)
                 PERFORM WRITE-SEGMENT-START THRU WRITE-SEGMENT-END
              END-IF
           END-PERFORM.
      *
           MOVE SPACES TO CONTROL-TRAILER.
           MOVE '*TRAILER' TO CTT-TAG.
           MOVE VFY-SKILL-COUNT TO CTT-SKILL-COUNT.
           MOVE VFY-NAME-COUNT TO CTT-NAME-COUNT.
           MOVE VFY-EDUC-COUNT TO CTT-EDUC-COUNT.
           MOVE VFY-EXPR-COUNT TO CTT-EXPR-COUNT.
           MOVE KEY-HASH-TOTAL TO CTT-KEY-HASH.
           MOVE CONTROL-TRAILER TO RECON-RECORD.
           WRITE RECON-RECORD.
      *
           CLOSE RECON-FILE.
      *
       WRITE-RECON-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * WRITE ONE RECONSTRUCTED DATA RECORD AND TALLY IT.
      *---------------------------------------------------------------
      *
       WRITE-SEGMENT-START.
      *
           MOVE SPACES TO RECON-RECORD.
           MOVE SGT-SEGMENT (SEG-SUB) TO RCN-SEGMENT.
           MOVE SGT-SKCLASS (SEG-SUB) TO RCN-SKCLASS.
           MOVE SGT-FULNAM (SEG-SUB) TO RCN-FULNAM.
           MOVE SGT-DETAIL-KEY (SEG-SUB) TO RCN-DETAIL-KEY.
           MOVE SGT-DETAIL-DATA (SEG-SUB) TO RCN-DETAIL-DATA.
           WRITE RECON-RECORD.
      *
           MOVE RCN-SEGMENT TO VFY-SEGMENT.
           MOVE RCN-SKCLASS TO HASH-KEY-SKCLASS.
           MOVE RCN-FULNAM TO HASH-KEY-FULNAM.
           MOVE RCN-DETAIL-KEY TO HASH-KEY-DETAIL.
           PERFORM VERIFY-TALLY-START THRU VERIFY-TALLY-END.
      *
       WRITE-SEGMENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * END-OF-RUN RECONSTRUCTION SUMMARY.
      *---------------------------------------------------------------
      *
       RECON-SUMMARY-START.
      *
           DISPLAY '*'.
           DISPLAY '****** RECONSTRUCTION SUMMARY *************'.
           DISPLAY '   EXTRACT DATE                 = ' EXTRACT-DATE.
           DISPLAY '   TARGET DATE                  = '
                   PARM-TARGET-DATE.
           DISPLAY '   EXTRACT SEGMENTS LOADED      = '
                   EXTRACT-READ-COUNTER.
           DISPLAY '   EXTRACT RECORDS OUT OF ORDER = '
                   OUT-OF-SEQUENCE-COUNTER.
           DISPLAY '*'.
           DISPLAY '   ARCHIVE RECORDS READ         = '
                   ARCHIVE-READ-COUNTER.
           DISPLAY '   JOURNAL RECORDS READ         = '
                   JOURNAL-READ-COUNTER.
           DISPLAY '   DATED BEFORE THE EXTRACT     = '
                   BEFORE-EXTRACT-COUNTER.
           DISPLAY '   DATED ON THE EXTRACT DATE    = '
                   ON-EXTRACT-DATE-COUNTER.
           DISPLAY '   DATED AFTER THE TARGET DATE  = '
                   AFTER-TARGET-COUNTER.
           DISPLAY '   ENTRIES IN THE WINDOW        = '
                   IN-WINDOW-COUNTER.
           DISPLAY '   ISRT APPLIED                 = '
                   ISRT-APPLIED-COUNTER.
           DISPLAY '   REPL APPLIED                 = '
                   REPL-APPLIED-COUNTER.
           DISPLAY '   DLET APPLIED                 = '
                   DLET-APPLIED-COUNTER.
           DISPLAY '   DEPENDENTS DELETED WITH THEM = '
                   CASCADE-DLET-COUNTER.
           DISPLAY '   EXCEPTIONS LISTED            = '
                   EXCEPTION-COUNTER.
           DISPLAY '   ENTRIES NOT APPLIED          = '
                   NOT-APPLIED-COUNTER.
           DISPLAY '*'.
           DISPLAY '   SKILL SEGMENTS WRITTEN       = ' VFY-SKILL-COUNT.
           DISPLAY '   NAME  SEGMENTS WRITTEN       = ' VFY-NAME-COUNT.
           DISPLAY '   EDUC  SEGMENTS WRITTEN       = ' VFY-EDUC-COUNT.
           DISPLAY '   EXPR  SEGMENTS WRITTEN       = ' VFY-EXPR-COUNT.
           DISPLAY '   KEY HASH TOTAL               = ' KEY-HASH-TOTAL.
           DISPLAY '*'.
      *
       RECON-SUMMARY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * CHECK THAT DATE-CHECK-AREA HOLDS A REAL YYYYMMDD CALENDAR
      * DATE - NUMERIC, MONTH 01-12, DAY WITHIN THE MONTH (29
      * FEBRUARY ONLY IN A LEAP YEAR).
      *---------------------------------------------------------------
      *
       CHECK-DATE-START.
      *
           SET DATE-CHECK-INVALID TO TRUE.
      *
           IF DATE-CHECK-X IS NOT NUMERIC
              GO TO CHECK-DATE-END
           END-IF.
      *
           IF DATE-CHECK-YYYY < 1900
              OR DATE-CHECK-MM < 1 OR DATE-CHECK-MM > 12
              OR DATE-CHECK-DD < 1
              GO TO CHECK-DATE-END
           END-IF.
      *
           MOVE DAYS-IN-MONTH (DATE-CHECK-MM) TO DATE-CHECK-MAX-DD.
      *
           IF DATE-CHECK-MM = 2
              DIVIDE DATE-CHECK-YYYY BY 4 GIVING DATE-CHECK-QUOTIENT
                     REMAINDER DATE-CHECK-REM-4
              DIVIDE DATE-CHECK-YYYY BY 100 GIVING DATE-CHECK-QUOTIENT
                     REMAINDER DATE-CHECK-REM-100
              DIVIDE DATE-CHECK-YYYY BY 400 GIVING DATE-CHECK-QUOTIENT
                     REMAINDER DATE-CHECK-REM-400
              IF DATE-CHECK-REM-400 = ZERO
                 OR (DATE-CHECK-REM-4 = ZERO
                     AND DATE-CHECK-REM-100 NOT = ZERO)
                 MOVE 29 TO DATE-CHECK-MAX-DD
              END-IF
           END-IF.
      *
           IF DATE-CHECK-DD > DATE-CHECK-MAX-DD
              GO TO CHECK-DATE-END
           END-IF.
      *
           SET DATE-CHECK-VALID TO TRUE.
      *
       CHECK-DATE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * FOLD THE 68-BYTE KEY PATH IN HASH-KEY-AREA INTO THE RUNNING
      * HASH TOTAL - THE SUM OF THE ORDINAL VALUE OF EACH BYTE,
      * WRAPPED TO NINE DIGITS AFTER EVERY RECORD. EVERY PROGRAM IN
      * THE EXTRACT AND LOAD CHAIN COMPUTES THE HASH EXACTLY THIS
      * WAY, SO WRITER AND READER ALWAYS AGREE.
      *---------------------------------------------------------------
      *
       ACCUMULATE-KEY-HASH-START.
      *
           PERFORM VARYING HASH-SUB FROM 1 BY 1
                   UNTIL HASH-SUB > 68
              COMPUTE KEY-HASH-TOTAL = KEY-HASH-TOTAL
                 + FUNCTION ORD (HASH-KEY-AREA (HASH-SUB:1))
           END-PERFORM.
      *
           IF KEY-HASH-TOTAL > 999999999
              SUBTRACT 1000000000 FROM KEY-HASH-TOTAL
           END-IF.
      *
       ACCUMULATE-KEY-HASH-END.
           EXIT.
