      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab2xchk - cross-file referential integrity audit.
      *         One student is now spread across STU-MASTER,
      *         DA-S-ADDRESS, DA-S-GPAHIST, DA-S-COURSES, UR-S-ARCH
      *         and DA-S-SUSP, and nothing else checks that they
      *         still agree.  Each file is read (the sequential ones
      *         sorted by student ID first) and matched against the
      *         master and the sorted archive; every disagreement is
      *         written to a findings work file and printed on
      *         UR-S-XCHK grouped by severity.  ERRORS are records
      *         that belong to no known student, or to two at once;
      *         WARNINGS are stale or incomplete data.  The run ends
      *         with RETURN-CODE 8 when any error is found (or the
      *         audit itself could not run) and 4 for warnings only,
      *         so operations can hold the term-end and billing runs
      *         behind it.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      * 2026-10-15  DN  Initial version: master/archive overlap,
      *                 course and GPA-history records for unknown
      *                 IDs, active students with no address, master
      *                 majors and advisors no longer on the reference
      *                 files, and held suspense changes for IDs that
      *                 have since left the master.
      * 2026-10-15  DN  STU-MASTER SELECT declares the MST-NAME and
      *                 MST-ADVISOR alternate keys (duplicates
      *                 allowed) carried by the reorganized master;
      *                 processing is unchanged.
      * 2026-10-15  DN  Archive and suspense layouts follow the 59-byte
      *                 STUREC (directory-hold flag added).
      * 2026-10-15  DN  Exception column headings realigned over the
      *                 detail line (PROBLEM at 24, DETAIL at 55).
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2xchk.
           AUTHOR. David Nguyen.
      *CROSS-FILE REFERENTIAL INTEGRITY AUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XCHK-PRNT-FILE ASSIGN TO 'UR-S-XCHK'
               FILE STATUS IS FS-XCHK.
           SELECT MASTER-FILE ASSIGN TO 'STU-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT ADDRESS-FILE ASSIGN TO 'DA-S-ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-ID
               FILE STATUS IS FS-ADDR.
           SELECT GPA-HIST-FILE ASSIGN TO 'DA-S-GPAHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
           SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COURSE.
           SELECT COURSE-SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT COURSE-SORTED-FILE ASSIGN TO 'UR-S-XCCRS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRSWK.
           SELECT ARCHIVE-FILE ASSIGN TO 'UR-S-ARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH.
           SELECT ARCH-SORT-FILE ASSIGN TO 'SORTWK02'.
           SELECT ARCH-SORTED-FILE ASSIGN TO 'UR-S-XCARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCWK.
           SELECT SUSPENSE-FILE ASSIGN TO 'DA-S-SUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSP.
           SELECT SUSP-SORT-FILE ASSIGN TO 'SORTWK03'.
           SELECT SUSP-SORTED-FILE ASSIGN TO 'UR-S-XCSUS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSWK.
           SELECT MAJOR-REF-FILE ASSIGN TO 'DA-S-MAJORS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAJREF.
           SELECT ADVISOR-REF-FILE ASSIGN TO 'DA-S-ADVISORS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADVREF.
           SELECT FINDING-WORK-FILE ASSIGN TO 'UR-S-XCWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FNDWK.
       DATA DIVISION.
       FILE SECTION.
       FD  XCHK-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  XCHK-REC PIC X(80).
       FD  MASTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==MST-==.
       FD  ADDRESS-FILE
               LABEL RECORDS ARE STANDARD.
       01  ADDRESS-REC.
           03 ADR-ID PIC X(09).
           03 ADR-STREET PIC X(25).
           03 ADR-CITY PIC X(20).
           03 ADR-STATE PIC X(02).
           03 ADR-ZIP PIC X(05).
       FD  GPA-HIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  GPA-HIST-REC.
           03 GPH-ID PIC X(09).
           03 GPH-CREDITS PIC 9(05).
           03 GPH-POINTS PIC 9(06)V99.
           03 GPH-GPA PIC 9V99.
           03 GPH-STANDING PIC X(01).
       FD  COURSE-FILE
               LABEL RECORDS ARE OMITTED.
       01  COURSE-REC PIC X(80).
       SD  COURSE-SORT-FILE.
       01  CSRT-REC.
           03 CSRT-ID PIC X(09).
           03 FILLER PIC X(71).
       FD  COURSE-SORTED-FILE
               LABEL RECORDS ARE OMITTED.
       01  CRSW-REC.
           03 CRSW-ID PIC X(09).
           03 CRSW-COURSE PIC X(08).
           03 FILLER PIC X(63).
       FD  ARCHIVE-FILE
               LABEL RECORDS ARE OMITTED.
       01  ARCHIVE-REC.
           03 ARC-TERM-STAMP PIC X(06).
           COPY STUREC REPLACING LEADING ==XX-== BY ==ARC-==.
       SD  ARCH-SORT-FILE.
       01  ASRT-REC.
           03 ASRT-TERM-STAMP PIC X(06).
           03 ASRT-ID PIC X(09).
           03 FILLER PIC X(50).
       FD  ARCH-SORTED-FILE
               LABEL RECORDS ARE OMITTED.
       01  ARCWK-REC.
           03 XA-TERM-STAMP PIC X(06).
           COPY STUREC REPLACING LEADING ==XX-== BY ==XA-==.
       FD  SUSPENSE-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSPENSE-REC PIC X(90).
       SD  SUSP-SORT-FILE.
       01  SSRT-REC.
           03 SSRT-CYCLE-CT PIC X(02).
           03 SSRT-REASON PIC X(20).
           03 SSRT-ID PIC X(09).
           03 FILLER PIC X(59).
       FD  SUSP-SORTED-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSWK-REC.
           03 SSR-CYCLE-CT PIC X(02).
           03 SSR-REASON PIC X(20).
           03 SSR-ID PIC X(09).
           03 SSR-NAME PIC X(20).
           03 FILLER PIC X(30).
           03 SSR-TRANS-CODE PIC X(01).
               88 SSR-TRANS-ADD VALUES 'A' SPACE.
           03 SSR-EFF-DATE PIC X(08).
       FD  MAJOR-REF-FILE
               LABEL RECORDS ARE OMITTED.
       01  MAJOR-REF-REC.
           03 MRF-CODE PIC X(04).
           03 FILLER PIC X(76).
       FD  ADVISOR-REF-FILE
               LABEL RECORDS ARE OMITTED.
       01  ADVISOR-REF-REC.
           03 ARF-NAME PIC X(20).
           03 FILLER PIC X(60).
       FD  FINDING-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  FINDING-WORK-REC.
           03 XW-SEV PIC X(01).
               88 XW-ERROR VALUE 'E'.
               88 XW-WARNING VALUE 'W'.
           03 XW-ID PIC X(09).
           03 XW-FILE PIC X(12).
           03 XW-PROBLEM PIC X(30).
           03 XW-DETAIL PIC X(20).
       WORKING-STORAGE SECTION.
      *
      *    REFERENCE TABLES - LOADED THE WAY LAB2 LOADS THEM FOR
      *    1510-EDIT-TRANSACTION.  A MISSING, EMPTY OR OVERFULL
      *    REFERENCE FILE BYPASSES ITS CHECK RATHER THAN FLAGGING
      *    EVERY STUDENT ON THE MASTER.
      *
       01  MAJOR-REF-TABLE.
           03 MAJOR-REF-MAX PIC 9(4) VALUE 0.
           03 MAJOR-REF-ENTRY OCCURS 50 TIMES INDEXED BY MJ-IDX.
               05 MJ-CODE PIC X(04).
       01  ADVREF-TABLE.
           03 ADVREF-MAX PIC 9(4) VALUE 0.
           03 ADVREF-ENTRY OCCURS 200 TIMES INDEXED BY AR-IDX.
               05 AR-NAME PIC X(20).
       77  MAJOR-REF-LIMIT PIC 9(4) VALUE 0050.
       77  ADVREF-LIMIT PIC 9(4) VALUE 0200.
       77  MAJREF-BYPASS-SW PIC 9 VALUE 0.
       77  ADVREF-BYPASS-SW PIC 9 VALUE 0.
       77  REF-FOUND-SW PIC 9 VALUE 0.
       77  MJ-I PIC 9(4) VALUE 0.
       77  AR-I PIC 9(4) VALUE 0.
      *
      *    MATCH FIELDS - EVERY PASS PROBES THE MASTER BY KEY AND
      *    THE ID-SORTED ARCHIVE WORK FILE BY A FORWARD-ONLY MATCH,
      *    SO EACH PASS READS THE ARCHIVE ONCE IN STEP WITH ITS OWN
      *    ID-ORDERED INPUT.
      *
       77  PROBE-ID PIC X(09) VALUE SPACES.
       77  PREV-ID PIC X(09) VALUE SPACES.
       77  ON-MASTER-SW PIC 9 VALUE 0.
       77  ON-ARCH-SW PIC 9 VALUE 0.
       77  ARCH-AVAIL-SW PIC 9 VALUE 0.
       77  ADDR-AVAIL-SW PIC 9 VALUE 0.
       77  COURSE-AVAIL-SW PIC 9 VALUE 0.
       77  SUSP-AVAIL-SW PIC 9 VALUE 0.
       77  XCHK-BAD-SW PIC 9 VALUE 0.
       77  GRP-REC-CT PIC 9(04) VALUE 0.
       77  EOF-M PIC 9 VALUE 0.
       77  EOF-C PIC 9 VALUE 0.
       77  EOF-H PIC 9 VALUE 0.
       77  EOF-S PIC 9 VALUE 0.
       77  EOF-X PIC 9 VALUE 0.
       77  FS-XCHK PIC X(02) VALUE SPACES.
       77  FS-MASTER PIC X(02) VALUE SPACES.
       77  FS-ADDR PIC X(02) VALUE SPACES.
       77  FS-HIST PIC X(02) VALUE SPACES.
       77  FS-COURSE PIC X(02) VALUE SPACES.
       77  FS-CRSWK PIC X(02) VALUE SPACES.
       77  FS-ARCH PIC X(02) VALUE SPACES.
       77  FS-ARCWK PIC X(02) VALUE SPACES.
       77  FS-SUSP PIC X(02) VALUE SPACES.
       77  FS-SUSWK PIC X(02) VALUE SPACES.
       77  FS-MAJREF PIC X(02) VALUE SPACES.
       77  FS-ADVREF PIC X(02) VALUE SPACES.
       77  FS-FNDWK PIC X(02) VALUE SPACES.
       77  MASTER-CT PIC 9(08) VALUE 0.
       77  COURSE-ID-CT PIC 9(08) VALUE 0.
       77  HIST-CT PIC 9(08) VALUE 0.
       77  SUSP-CT PIC 9(08) VALUE 0.
       77  ERROR-CT PIC 9(08) VALUE 0.
       77  WARN-CT PIC 9(08) VALUE 0.
       77  SECTION-SEV-WK PIC X(01) VALUE SPACE.
       77  SECTION-HIT-SW PIC 9 VALUE 0.
       01  RUN-DATE.
           03 RUN-DATE-YY PIC 9(2).
           03 RUN-DATE-MM PIC 9(2).
           03 RUN-DATE-DD PIC 9(2).
       01  RUN-TIME.
           03 RUN-TIME-HH PIC 9(2).
           03 RUN-TIME-MM PIC 9(2).
           03 RUN-TIME-SS PIC 9(2).
           03 RUN-TIME-HS PIC 9(2).
       77  RUN-DATE-DISPLAY PIC X(08) VALUE SPACES.
       77  RUN-TIME-DISPLAY PIC X(08) VALUE SPACES.
       01  XCHK-PAGE-BANNER.
           03 FILLER PIC X(32) VALUE
               'REFERENTIAL INTEGRITY AUDIT -  '.
           03 XPB-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACES.
           03 XPB-TIME PIC X(08).
       01  XCHK-NOTE-LINE.
           03 XNL-TEXT PIC X(60).
       01  XCHK-SECTION-LINE.
           03 XSL-TEXT PIC X(40).
       01  XCHK-COL-LINE.
           03 FILLER PIC X(30) VALUE
               'ID        FILE         PROBLEM'.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(06) VALUE 'DETAIL'.
       01  XCHK-DETAIL.
           03 XD-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 XD-FILE PIC X(12).
           03 FILLER PIC X(01) VALUE SPACES.
           03 XD-PROBLEM PIC X(30).
           03 FILLER PIC X(01) VALUE SPACES.
           03 XD-DETAIL PIC X(20).
       01  XCHK-COUNT-LINE.
           03 XCL-LABEL PIC X(26).
           03 XCL-VALUE PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT XCHK-PRNT-FILE.
           IF FS-XCHK NOT = '00'
               DISPLAY 'UR-S-XCHK COULD NOT BE OPENED - STATUS='
                   FS-XCHK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-GET-RUN-STAMP.
           MOVE RUN-DATE-DISPLAY TO XPB-DATE.
           MOVE RUN-TIME-DISPLAY TO XPB-TIME.
           WRITE XCHK-REC FROM XCHK-PAGE-BANNER.
           PERFORM 1100-OPEN-AUDIT-FILES THRU 1100-EXIT.
           IF XCHK-BAD-SW = 1
               GO TO 000-EXIT
           END-IF.
           PERFORM 1150-LOAD-MAJOR-REF THRU 1150-EXIT.
           PERFORM 1160-LOAD-ADVISOR-REF THRU 1160-EXIT.
           PERFORM 1200-SORT-FEEDS THRU 1200-EXIT.
           PERFORM 2000-AUDIT-MASTER THRU 2000-EXIT.
           PERFORM 3000-AUDIT-COURSES THRU 3000-EXIT.
           PERFORM 4000-AUDIT-GPAHIST THRU 4000-EXIT.
           PERFORM 5000-AUDIT-SUSPENSE THRU 5000-EXIT.
           CLOSE FINDING-WORK-FILE.
           CLOSE MASTER-FILE.
           IF ADDR-AVAIL-SW = 1
               CLOSE ADDRESS-FILE
           END-IF.
           PERFORM 6000-PRINT-FINDINGS THRU 6000-EXIT.
       000-EXIT.
           CLOSE XCHK-PRNT-FILE.
           IF XCHK-BAD-SW = 1
               OR ERROR-CT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WARN-CT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
      *    9000-WRITE-NOTE - WRITES ONE MESSAGE LINE TO THE AUDIT
      *    REPORT SO A BYPASSED CHECK IS VISIBLE ON THE LISTING.
      *
       9000-WRITE-NOTE.
           WRITE XCHK-REC FROM XCHK-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO XNL-TEXT.
      *
      *    9100-WRITE-FINDING - THE CALLER SETS XW-SEV, XW-ID,
      *    XW-FILE, XW-PROBLEM AND XW-DETAIL.
      *
       9100-WRITE-FINDING.
           WRITE FINDING-WORK-REC.
           IF XW-ERROR
               ADD 1 TO ERROR-CT
           ELSE
               ADD 1 TO WARN-CT
           END-IF.
           MOVE SPACES TO FINDING-WORK-REC.
      *
      *    1050-GET-RUN-STAMP - RUN DATE/TIME FOR THE REPORT BANNER,
      *    FORMATTED AS IN LAB2.
      *
       1050-GET-RUN-STAMP.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE-MM TO RUN-DATE-DISPLAY (1:2)
           MOVE '/' TO RUN-DATE-DISPLAY (3:1)
           MOVE RUN-DATE-DD TO RUN-DATE-DISPLAY (4:2)
           MOVE '/' TO RUN-DATE-DISPLAY (6:1)
           MOVE RUN-DATE-YY TO RUN-DATE-DISPLAY (7:2)
           MOVE RUN-TIME-HH TO RUN-TIME-DISPLAY (1:2)
           MOVE ':' TO RUN-TIME-DISPLAY (3:1)
           MOVE RUN-TIME-MM TO RUN-TIME-DISPLAY (4:2)
           MOVE ':' TO RUN-TIME-DISPLAY (6:1)
           MOVE RUN-TIME-SS TO RUN-TIME-DISPLAY (7:2).
      *
      *    1100-OPEN-AUDIT-FILES - THE MASTER IS THE SPINE OF EVERY
      *    CHECK, AND THE FINDINGS WORK FILE IS WHERE THEY GO, SO
      *    EITHER ONE MISSING ENDS THE RUN.  A MISSING ADDRESS FILE
      *    ONLY BYPASSES THE ADDRESS CHECK.
      *
       1100-OPEN-AUDIT-FILES.
           OPEN INPUT MASTER-FILE.
           IF FS-MASTER NOT = '00'
               STRING 'STU-MASTER COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   ' - NO AUDIT' DELIMITED BY SIZE
                   INTO XNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO XCHK-BAD-SW
               GO TO 1100-EXIT
           END-IF.
           OPEN OUTPUT FINDING-WORK-FILE.
           IF FS-FNDWK NOT = '00'
               STRING 'UR-S-XCWK COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-FNDWK DELIMITED BY SIZE
                   ' - NO AUDIT' DELIMITED BY SIZE
                   INTO XNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               CLOSE MASTER-FILE
               MOVE 1 TO XCHK-BAD-SW
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO FINDING-WORK-REC.
           OPEN INPUT ADDRESS-FILE.
           IF FS-ADDR = '00'
               MOVE 1 TO ADDR-AVAIL-SW
           ELSE
               MOVE 'DA-S-ADDRESS NOT AVAILABLE - ADDRESS CHECK OFF'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    1150-LOAD-MAJOR-REF - DA-S-MAJORS INTO THE MAJOR TABLE.
      *
       1150-LOAD-MAJOR-REF.
           OPEN INPUT MAJOR-REF-FILE.
           IF FS-MAJREF NOT = '00'
               MOVE 'DA-S-MAJORS NOT AVAILABLE - MAJOR CHECK OFF'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MAJREF-BYPASS-SW
               GO TO 1150-EXIT
           END-IF.
           PERFORM 1151-READ-MAJOR-REF.
           PERFORM 1152-STORE-MAJOR-REF
               UNTIL FS-MAJREF NOT = '00'.
           CLOSE MAJOR-REF-FILE.
           IF MAJOR-REF-MAX = 0
               MOVE 'DA-S-MAJORS IS EMPTY - MAJOR CHECK OFF'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MAJREF-BYPASS-SW
           END-IF.
       1150-EXIT.
           EXIT.
       1151-READ-MAJOR-REF.
           READ MAJOR-REF-FILE.
       1152-STORE-MAJOR-REF.
           IF MRF-CODE NOT = SPACES
               IF MAJOR-REF-MAX >= MAJOR-REF-LIMIT
                   IF MAJREF-BYPASS-SW = 0
                       MOVE 1 TO MAJREF-BYPASS-SW
                       MOVE 'MAJOR TABLE FULL AT 50 - MAJOR CHECK OFF'
                           TO XNL-TEXT
                       PERFORM 9000-WRITE-NOTE
                   END-IF
               ELSE
                   ADD 1 TO MAJOR-REF-MAX
                   MOVE MRF-CODE TO MJ-CODE (MAJOR-REF-MAX)
               END-IF
           END-IF.
           PERFORM 1151-READ-MAJOR-REF.
      *
      *    1160-LOAD-ADVISOR-REF - DA-S-ADVISORS INTO THE ADVISOR
      *    TABLE.
      *
       1160-LOAD-ADVISOR-REF.
           OPEN INPUT ADVISOR-REF-FILE.
           IF FS-ADVREF NOT = '00'
               MOVE 'DA-S-ADVISORS NOT AVAILABLE - ADVISOR CHECK OFF'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ADVREF-BYPASS-SW
               GO TO 1160-EXIT
           END-IF.
           PERFORM 1161-READ-ADVISOR-REF.
           PERFORM 1162-STORE-ADVISOR-REF
               UNTIL FS-ADVREF NOT = '00'.
           CLOSE ADVISOR-REF-FILE.
           IF ADVREF-MAX = 0
               MOVE 'DA-S-ADVISORS IS EMPTY - ADVISOR CHECK OFF'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ADVREF-BYPASS-SW
           END-IF.
       1160-EXIT.
           EXIT.
       1161-READ-ADVISOR-REF.
           READ ADVISOR-REF-FILE.
       1162-STORE-ADVISOR-REF.
           IF ARF-NAME NOT = SPACES
               IF ADVREF-MAX >= ADVREF-LIMIT
                   IF ADVREF-BYPASS-SW = 0
                       MOVE 1 TO ADVREF-BYPASS-SW
                       MOVE 'ADVISOR TABLE FULL AT 200 - CHECK OFF'
                           TO XNL-TEXT
                       PERFORM 9000-WRITE-NOTE
                   END-IF
               ELSE
                   ADD 1 TO ADVREF-MAX
                   MOVE ARF-NAME TO AR-NAME (ADVREF-MAX)
               END-IF
           END-IF.
           PERFORM 1161-READ-ADVISOR-REF.
      *
      *    1200-SORT-FEEDS - THE ARCHIVE, THE COURSE FEED AND THE
      *    SUSPENSE FILE ARE IN NO USEFUL ORDER, SO EACH IS SORTED
      *    BY STUDENT ID TO A WORK FILE.  A MISSING ARCHIVE IS READ
      *    AS AN EMPTY ONE (NO TERM-END SWEEP HAS RUN YET); A MISSING
      *    COURSE OR SUSPENSE FILE BYPASSES ITS PASS.
      *
       1200-SORT-FEEDS.
           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCH = '00'
               CLOSE ARCHIVE-FILE
               SORT ARCH-SORT-FILE
                   ON ASCENDING KEY ASRT-ID
                   USING ARCHIVE-FILE
                   GIVING ARCH-SORTED-FILE
               MOVE 1 TO ARCH-AVAIL-SW
           ELSE
               MOVE 'UR-S-ARCH NOT FOUND - NO STUDENTS ARCHIVED YET'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
           OPEN INPUT COURSE-FILE.
           IF FS-COURSE = '00'
               CLOSE COURSE-FILE
               SORT COURSE-SORT-FILE
                   ON ASCENDING KEY CSRT-ID
                   USING COURSE-FILE
                   GIVING COURSE-SORTED-FILE
               MOVE 1 TO COURSE-AVAIL-SW
           ELSE
               MOVE 'DA-S-COURSES NOT AVAILABLE - COURSE CHECK OFF'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF FS-SUSP = '00'
               CLOSE SUSPENSE-FILE
               SORT SUSP-SORT-FILE
                   ON ASCENDING KEY SSRT-ID
                   USING SUSPENSE-FILE
                   GIVING SUSP-SORTED-FILE
               MOVE 1 TO SUSP-AVAIL-SW
           ELSE
               MOVE 'DA-S-SUSP NOT FOUND - NOTHING HELD IN SUSPENSE'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
       1200-EXIT.
           EXIT.
      *
      *    2000-AUDIT-MASTER - READS THE MASTER IN KEY ORDER IN STEP
      *    WITH THE SORTED ARCHIVE.  EACH STUDENT IS CHECKED FOR AN
      *    ARCHIVE IMAGE UNDER THE SAME ID, A MAJOR AND ADVISOR STILL
      *    ON THE REFERENCE FILES, AND - WHEN ACTIVE - AN ADDRESS.
      *
       2000-AUDIT-MASTER.
           PERFORM 7000-OPEN-ARCH-MATCH.
           MOVE 0 TO EOF-M.
           PERFORM 2010-READ-MASTER.
           PERFORM 2020-CHECK-ONE-MASTER
               UNTIL EOF-M = 1.
           PERFORM 7030-CLOSE-ARCH-MATCH.
       2000-EXIT.
           EXIT.
       2010-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
           END-READ.
           IF EOF-M = 0
               AND FS-MASTER NOT = '00'
                   STRING 'STU-MASTER READ ERROR - STATUS='
                           DELIMITED BY SIZE
                       FS-MASTER DELIMITED BY SIZE
                       INTO XNL-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-NOTE
                   MOVE 1 TO XCHK-BAD-SW
                   MOVE 1 TO EOF-M
           END-IF.
       2020-CHECK-ONE-MASTER.
           ADD 1 TO MASTER-CT.
           MOVE MST-ID TO PROBE-ID.
           PERFORM 7020-PROBE-ARCH.
           IF ON-ARCH-SW = 1
               MOVE 'E' TO XW-SEV
               MOVE MST-ID TO XW-ID
               MOVE 'STU-MASTER' TO XW-FILE
               MOVE 'ID ALSO ON UR-S-ARCH' TO XW-PROBLEM
               STRING 'ARCHIVED ' DELIMITED BY SIZE
                   XA-TERM-STAMP DELIMITED BY SIZE
                   INTO XW-DETAIL
               END-STRING
               PERFORM 9100-WRITE-FINDING
           END-IF.
           IF MAJREF-BYPASS-SW = 0
               MOVE 0 TO REF-FOUND-SW
               PERFORM 2030-MATCH-MAJOR-REF
                   VARYING MJ-I FROM 1 BY 1
                   UNTIL MJ-I > MAJOR-REF-MAX
                   OR REF-FOUND-SW = 1
               IF REF-FOUND-SW = 0
                   MOVE 'W' TO XW-SEV
                   MOVE MST-ID TO XW-ID
                   MOVE 'STU-MASTER' TO XW-FILE
                   MOVE 'MAJOR NOT ON DA-S-MAJORS' TO XW-PROBLEM
                   MOVE MST-MAJOR TO XW-DETAIL
                   PERFORM 9100-WRITE-FINDING
               END-IF
           END-IF.
           IF ADVREF-BYPASS-SW = 0
               MOVE 0 TO REF-FOUND-SW
               PERFORM 2040-MATCH-ADVISOR-REF
                   VARYING AR-I FROM 1 BY 1
                   UNTIL AR-I > ADVREF-MAX
                   OR REF-FOUND-SW = 1
               IF REF-FOUND-SW = 0
                   MOVE 'W' TO XW-SEV
                   MOVE MST-ID TO XW-ID
                   MOVE 'STU-MASTER' TO XW-FILE
                   MOVE 'ADVISOR NOT ON DA-S-ADVISORS' TO XW-PROBLEM
                   MOVE MST-ADVISOR TO XW-DETAIL
                   PERFORM 9100-WRITE-FINDING
               END-IF
           END-IF.
           IF MST-ACTIVE
               AND ADDR-AVAIL-SW = 1
               MOVE MST-ID TO ADR-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       MOVE 'W' TO XW-SEV
                       MOVE MST-ID TO XW-ID
                       MOVE 'DA-S-ADDRESS' TO XW-FILE
                       MOVE 'ACTIVE STUDENT HAS NO ADDRESS'
                           TO XW-PROBLEM
                       MOVE MST-NAME TO XW-DETAIL
                       PERFORM 9100-WRITE-FINDING
               END-READ
           END-IF.
           PERFORM 2010-READ-MASTER.
       2030-MATCH-MAJOR-REF.
           IF MJ-CODE (MJ-I) = MST-MAJOR
               MOVE 1 TO REF-FOUND-SW
           END-IF.
       2040-MATCH-ADVISOR-REF.
           IF AR-NAME (AR-I) = MST-ADVISOR
               MOVE 1 TO REF-FOUND-SW
           END-IF.
      *
      *    3000-AUDIT-COURSES - ONE CHECK PER STUDENT ID ON THE
      *    SORTED COURSE FEED.  AN ID ON NEITHER THE MASTER NOR THE
      *    ARCHIVE IS AN ERROR, LISTED WITH ITS COURSE RECORD COUNT.
      *
       3000-AUDIT-COURSES.
           IF COURSE-AVAIL-SW = 0
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT COURSE-SORTED-FILE.
           IF FS-CRSWK NOT = '00'
               STRING 'UR-S-XCCRS COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-CRSWK DELIMITED BY SIZE
                   INTO XNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO XCHK-BAD-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7000-OPEN-ARCH-MATCH.
           MOVE 0 TO EOF-C.
           PERFORM 3010-READ-COURSE.
           PERFORM 3020-CHECK-ONE-COURSE-ID
               UNTIL EOF-C = 1.
           PERFORM 7030-CLOSE-ARCH-MATCH.
           CLOSE COURSE-SORTED-FILE.
       3000-EXIT.
           EXIT.
       3010-READ-COURSE.
           READ COURSE-SORTED-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
       3020-CHECK-ONE-COURSE-ID.
           MOVE CRSW-ID TO PROBE-ID.
           MOVE 0 TO GRP-REC-CT.
           PERFORM 3030-COUNT-COURSE-REC
               UNTIL EOF-C = 1
               OR CRSW-ID NOT = PROBE-ID.
           ADD 1 TO COURSE-ID-CT.
           PERFORM 7100-PROBE-MASTER.
           IF ON-MASTER-SW = 0
               PERFORM 7020-PROBE-ARCH
               IF ON-ARCH-SW = 0
                   MOVE 'E' TO XW-SEV
                   MOVE PROBE-ID TO XW-ID
                   MOVE 'DA-S-COURSES' TO XW-FILE
                   MOVE 'ID NOT ON MASTER OR ARCHIVE' TO XW-PROBLEM
                   STRING 'COURSE RECS: ' DELIMITED BY SIZE
                       GRP-REC-CT DELIMITED BY SIZE
                       INTO XW-DETAIL
                   END-STRING
                   PERFORM 9100-WRITE-FINDING
               END-IF
           END-IF.
       3030-COUNT-COURSE-REC.
           ADD 1 TO GRP-REC-CT.
           PERFORM 3010-READ-COURSE.
      *
      *    4000-AUDIT-GPAHIST - LAB2GPA KEEPS DA-S-GPAHIST IN STUDENT
      *    ID ORDER, SO IT IS MATCHED DIRECTLY.  A RECORD OUT OF
      *    SEQUENCE IS ITSELF AN ERROR - LAB2GPA'S OWN MATCH WOULD
      *    MISPAIR EVERYTHING AFTER IT.
      *
       4000-AUDIT-GPAHIST.
           OPEN INPUT GPA-HIST-FILE.
           IF FS-HIST NOT = '00'
               MOVE 'DA-S-GPAHIST NOT AVAILABLE - HISTORY CHECK OFF'
                   TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7000-OPEN-ARCH-MATCH.
           MOVE LOW-VALUES TO PREV-ID.
           MOVE 0 TO EOF-H.
           PERFORM 4010-READ-GPAHIST.
           PERFORM 4020-CHECK-ONE-GPAHIST
               UNTIL EOF-H = 1.
           PERFORM 7030-CLOSE-ARCH-MATCH.
           CLOSE GPA-HIST-FILE.
       4000-EXIT.
           EXIT.
       4010-READ-GPAHIST.
           READ GPA-HIST-FILE
               AT END
                   MOVE 1 TO EOF-H
           END-READ.
       4020-CHECK-ONE-GPAHIST.
           ADD 1 TO HIST-CT.
           IF GPH-ID NOT > PREV-ID
               MOVE 'E' TO XW-SEV
               MOVE GPH-ID TO XW-ID
               MOVE 'DA-S-GPAHIST' TO XW-FILE
               MOVE 'RECORD OUT OF ID SEQUENCE' TO XW-PROBLEM
               MOVE PREV-ID TO XW-DETAIL
               PERFORM 9100-WRITE-FINDING
           END-IF.
           MOVE GPH-ID TO PREV-ID.
           MOVE GPH-ID TO PROBE-ID.
           PERFORM 7100-PROBE-MASTER.
           IF ON-MASTER-SW = 0
               PERFORM 7020-PROBE-ARCH
               IF ON-ARCH-SW = 0
                   MOVE 'E' TO XW-SEV
                   MOVE GPH-ID TO XW-ID
                   MOVE 'DA-S-GPAHIST' TO XW-FILE
                   MOVE 'ID NOT ON MASTER OR ARCHIVE' TO XW-PROBLEM
                   STRING 'CREDITS: ' DELIMITED BY SIZE
                       GPH-CREDITS DELIMITED BY SIZE
                       INTO XW-DETAIL
                   END-STRING
                   PERFORM 9100-WRITE-FINDING
               END-IF
           END-IF.
           PERFORM 4010-READ-GPAHIST.
      *
      *    5000-AUDIT-SUSPENSE - A HELD CHANGE, DELETE OR PENDING
      *    CANCEL NAMES A STUDENT WHO MUST STILL BE ON THE MASTER
      *    WHEN IT IS CORRECTED; IF THE ID HAS SINCE BEEN DELETED OR
      *    ARCHIVED THE ITEM CAN NEVER APPLY AND SHOULD BE WITHDRAWN.
      *    HELD ADDS ARE EXPECTED TO BE ABSENT AND ARE NOT CHECKED.
      *
       5000-AUDIT-SUSPENSE.
           IF SUSP-AVAIL-SW = 0
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT SUSP-SORTED-FILE.
           IF FS-SUSWK NOT = '00'
               STRING 'UR-S-XCSUS COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-SUSWK DELIMITED BY SIZE
                   INTO XNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO XCHK-BAD-SW
               GO TO 5000-EXIT
           END-IF.
           PERFORM 7000-OPEN-ARCH-MATCH.
           MOVE 0 TO EOF-S.
           PERFORM 5010-READ-SUSPENSE.
           PERFORM 5020-CHECK-ONE-SUSPENSE
               UNTIL EOF-S = 1.
           PERFORM 7030-CLOSE-ARCH-MATCH.
           CLOSE SUSP-SORTED-FILE.
       5000-EXIT.
           EXIT.
       5010-READ-SUSPENSE.
           READ SUSP-SORTED-FILE
               AT END
                   MOVE 1 TO EOF-S
           END-READ.
       5020-CHECK-ONE-SUSPENSE.
           ADD 1 TO SUSP-CT.
           IF SSR-TRANS-ADD
               GO TO 5020-NEXT
           END-IF.
           MOVE SSR-ID TO PROBE-ID.
           PERFORM 7100-PROBE-MASTER.
           IF ON-MASTER-SW = 1
               GO TO 5020-NEXT
           END-IF.
           PERFORM 7020-PROBE-ARCH.
           MOVE 'W' TO XW-SEV.
           MOVE SSR-ID TO XW-ID.
           MOVE 'DA-S-SUSP' TO XW-FILE.
           IF ON-ARCH-SW = 1
               MOVE 'HELD ITEM FOR ARCHIVED ID' TO XW-PROBLEM
           ELSE
               MOVE 'HELD ITEM FOR DELETED ID' TO XW-PROBLEM
           END-IF.
           STRING 'CODE ' DELIMITED BY SIZE
               SSR-TRANS-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SSR-REASON DELIMITED BY SIZE
               INTO XW-DETAIL
           END-STRING.
           PERFORM 9100-WRITE-FINDING.
       5020-NEXT.
           PERFORM 5010-READ-SUSPENSE.
      *
      *    7000-7030 - FORWARD-ONLY MATCH AGAINST THE ID-SORTED
      *    ARCHIVE WORK FILE.  THE CALLER'S PROBE IDS MUST ARRIVE IN
      *    ASCENDING ORDER.  WITH NO ARCHIVE THE MATCH KEY SITS AT
      *    HIGH-VALUES AND NOTHING IS EVER FOUND.
      *
       7000-OPEN-ARCH-MATCH.
           MOVE HIGH-VALUES TO XA-ID.
           IF ARCH-AVAIL-SW = 1
               OPEN INPUT ARCH-SORTED-FILE
               IF FS-ARCWK = '00'
                   PERFORM 7010-READ-ARCH
               ELSE
                   STRING 'UR-S-XCARC COULD NOT BE OPENED - STATUS='
                           DELIMITED BY SIZE
                       FS-ARCWK DELIMITED BY SIZE
                       INTO XNL-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-NOTE
                   MOVE 1 TO XCHK-BAD-SW
                   MOVE 0 TO ARCH-AVAIL-SW
               END-IF
           END-IF.
       7010-READ-ARCH.
           READ ARCH-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO XA-ID
           END-READ.
       7020-PROBE-ARCH.
           PERFORM 7010-READ-ARCH
               UNTIL XA-ID NOT < PROBE-ID.
           IF XA-ID = PROBE-ID
               MOVE 1 TO ON-ARCH-SW
           ELSE
               MOVE 0 TO ON-ARCH-SW
           END-IF.
       7030-CLOSE-ARCH-MATCH.
           IF ARCH-AVAIL-SW = 1
               CLOSE ARCH-SORTED-FILE
           END-IF.
       7100-PROBE-MASTER.
           MOVE PROBE-ID TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 0 TO ON-MASTER-SW
               NOT INVALID KEY
                   MOVE 1 TO ON-MASTER-SW
           END-READ.
      *
      *    6000-PRINT-FINDINGS - THE FINDINGS WORK FILE IS REREAD
      *    ONCE PER SEVERITY, ERRORS FIRST, THE WAY LAB2GPA PRINTS
      *    ITS STANDING SECTIONS, THEN THE RUN COUNTS AND RESULT.
      *
       6000-PRINT-FINDINGS.
           MOVE 'ERRORS' TO XSL-TEXT.
           MOVE 'E' TO SECTION-SEV-WK.
           PERFORM 6100-PRINT-ONE-SECTION THRU 6100-EXIT.
           MOVE 'WARNINGS' TO XSL-TEXT.
           MOVE 'W' TO SECTION-SEV-WK.
           PERFORM 6100-PRINT-ONE-SECTION THRU 6100-EXIT.
           MOVE SPACES TO XCHK-REC.
           WRITE XCHK-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'MASTER RECORDS CHECKED:' TO XCL-LABEL.
           MOVE MASTER-CT TO XCL-VALUE.
           PERFORM 6200-WRITE-COUNT-LINE.
           MOVE 'COURSE IDS CHECKED:' TO XCL-LABEL.
           MOVE COURSE-ID-CT TO XCL-VALUE.
           PERFORM 6200-WRITE-COUNT-LINE.
           MOVE 'GPA HISTORY RECS CHECKED:' TO XCL-LABEL.
           MOVE HIST-CT TO XCL-VALUE.
           PERFORM 6200-WRITE-COUNT-LINE.
           MOVE 'SUSPENSE ITEMS CHECKED:' TO XCL-LABEL.
           MOVE SUSP-CT TO XCL-VALUE.
           PERFORM 6200-WRITE-COUNT-LINE.
           MOVE 'ERRORS:' TO XCL-LABEL.
           MOVE ERROR-CT TO XCL-VALUE.
           PERFORM 6200-WRITE-COUNT-LINE.
           MOVE 'WARNINGS:' TO XCL-LABEL.
           MOVE WARN-CT TO XCL-VALUE.
           PERFORM 6200-WRITE-COUNT-LINE.
           IF XCHK-BAD-SW = 1
               MOVE 'AUDIT INCOMPLETE - RETURN CODE 8' TO XNL-TEXT
           ELSE
               IF ERROR-CT > 0
                   MOVE 'ERRORS FOUND - RETURN CODE 8' TO XNL-TEXT
               ELSE
                   IF WARN-CT > 0
                       MOVE 'WARNINGS ONLY - RETURN CODE 4' TO XNL-TEXT
                   ELSE
                       MOVE 'ALL FILES AGREE - RETURN CODE 0'
                           TO XNL-TEXT
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-WRITE-NOTE.
       6000-EXIT.
           EXIT.
       6100-PRINT-ONE-SECTION.
           OPEN INPUT FINDING-WORK-FILE.
           IF FS-FNDWK NOT = '00'
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO XCHK-REC.
           WRITE XCHK-REC
               AFTER ADVANCING 2 LINES.
           WRITE XCHK-REC FROM XCHK-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE XCHK-REC FROM XCHK-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO SECTION-HIT-SW.
           MOVE 0 TO EOF-X.
           PERFORM 6110-READ-FINDING.
           PERFORM 6120-PRINT-ONE-FINDING
               UNTIL EOF-X = 1.
           CLOSE FINDING-WORK-FILE.
           IF SECTION-HIT-SW = 0
               MOVE 'NONE' TO XNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
       6100-EXIT.
           EXIT.
       6110-READ-FINDING.
           READ FINDING-WORK-FILE
               AT END
                   MOVE 1 TO EOF-X
           END-READ.
       6120-PRINT-ONE-FINDING.
           IF XW-SEV = SECTION-SEV-WK
               MOVE 1 TO SECTION-HIT-SW
               MOVE XW-ID TO XD-ID
               MOVE XW-FILE TO XD-FILE
               MOVE XW-PROBLEM TO XD-PROBLEM
               MOVE XW-DETAIL TO XD-DETAIL
               WRITE XCHK-REC FROM XCHK-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 6110-READ-FINDING.
       6200-WRITE-COUNT-LINE.
           WRITE XCHK-REC FROM XCHK-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab2xchk.
