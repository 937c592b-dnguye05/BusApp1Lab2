      *         probation, dismissal review) prints with the updated
      *         cumulative GPA carried forward on the history file so
      *         next term's run can tell term GPA from cumulative.
      *         Each graded course is appended to the permanent
      *         DA-S-CRSHIST course history for the transcript.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      *                 ID order with the new cumulative figures and
      *                 a probation marker so a second bad term is
      *                 flagged for dismissal review.
      * 2026-10-15  DN  Every graded course is now also appended,
      *                 stamped with its YYYYMM term, to the permanent
      *                 DA-S-CRSHIST course history that lab2trn
      *                 prints transcripts from.  Courses for IDs not
      *                 on the master are held back with the rest of
      *                 that student's term.
      * 2026-10-15  DN  STU-MASTER SELECT declares the MST-NAME and
      *                 MST-ADVISOR alternate keys (duplicates
      *                 allowed) carried by the reorganized master;
      *                 processing is unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2gpa.
           SELECT STANDING-WORK-FILE ASSIGN TO 'UR-S-GPASWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STDWK.
           SELECT COURSE-HIST-FILE ASSIGN TO 'DA-S-CRSHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRSHIST.
           SELECT GPA-PRNT-FILE ASSIGN TO 'UR-S-GPART'
               FILE STATUS IS FS-GPART.
           SELECT MASTER-FILE ASSIGN TO 'STU-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
       DATA DIVISION.
       FILE SECTION.
           03 GX-TERM-CREDITS PIC 9(03).
           03 GX-TERM-GPA PIC 9V99.
           03 GX-CUM-GPA PIC 9V99.
       FD  COURSE-HIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  COURSE-HIST-REC.
           COPY CRSHIST.
       FD  GPA-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  GPART-REC PIC X(80).
       77  GRP-POINTS PIC 9(05)V99 VALUE 0.
       77  GRP-ONE-CREDITS PIC 9(02) VALUE 0.
       77  GRP-ONE-POINTS PIC 9(03)V99 VALUE 0.
      *
      *    PER-STUDENT COURSE TABLE - THE GROUP'S GRADED COURSES ARE
      *    HELD UNTIL THE MASTER CHECK IN 3300, SO A MISTYPED ID
      *    SEEDS NO PERMANENT COURSE HISTORY ANY MORE THAN IT SEEDS A
      *    GPA HISTORY RECORD.  THE TERM STAMP IS BUILT THE WAY LAB2
      *    STAMPS UR-S-ARCH: '20' + RUN YEAR + RUN MONTH.
      *
       01  GRP-COURSE-TABLE.
           03 GCT-ENTRY OCCURS 20 TIMES.
               05 GCT-COURSE PIC X(08).
               05 GCT-CREDITS PIC 9(02).
               05 GCT-GRADE PIC X(02).
               05 GCT-GRADE-VALUE PIC 9V99.
       77  GCT-CT PIC 9(02) VALUE 0.
       77  GCT-I PIC 9(02) VALUE 0.
       77  GCT-MAX PIC 9(02) VALUE 20.
       77  TERM-STAMP PIC X(06) VALUE SPACES.
       77  TERM-GPA PIC 9V99 VALUE 0.
       77  CUM-CREDITS PIC 9(05) VALUE 0.
       77  CUM-POINTS PIC 9(06)V99 VALUE 0.
       77  FS-STDWK PIC X(02) VALUE SPACES.
       77  FS-GPART PIC X(02) VALUE SPACES.
       77  FS-MASTER PIC X(02) VALUE SPACES.
       77  FS-CRSHIST PIC X(02) VALUE SPACES.
       77  GPA-BAD-SW PIC 9 VALUE 0.
       77  CRSHIST-CT PIC 9(08) VALUE 0.
       77  CRSHIST-OVFL-CT PIC 9(08) VALUE 0.
       77  BAD-GRADE-CT PIC 9(08) VALUE 0.
       77  GRADED-STU-CT PIC 9(08) VALUE 0.
       77  CARRIED-FWD-CT PIC 9(08) VALUE 0.
           MOVE RUN-TIME-MM TO RUN-TIME-DISPLAY (4:2)
           MOVE ':' TO RUN-TIME-DISPLAY (6:1)
           MOVE RUN-TIME-SS TO RUN-TIME-DISPLAY (7:2).
           MOVE '20' TO TERM-STAMP (1:2).
           MOVE RUN-DATE-YY TO TERM-STAMP (3:2).
           MOVE RUN-DATE-MM TO TERM-STAMP (5:2).
      *
      *    1100-SORT-GRADE-FEED - SORTS DA-S-GRADES BY STUDENT ID SO
      *    THE GPA PASS CAN CONTROL-BREAK PER STUDENT, EXACTLY AS THE
      *    GPA HISTORY, THE MASTER, AND THE TWO WORK FILES.  A
      *    MISSING HISTORY IS THE FIRST TERM OF GPA PROCESSING AND
      *    JUST MEANS EVERY STUDENT STARTS FROM ZERO; A MISSING
      *    MASTER IS LOGGED AND THE MASTER CHECK IS BYPASSED.  THE
      *    PERMANENT COURSE HISTORY IS OPENED FOR EXTEND (CREATED ON
      *    THE FIRST TERM); IF IT CANNOT BE OPENED THE RUN STOPS,
      *    SINCE A TERM OF GRADES MISSING FROM IT COULD NOT BE
      *    PUT BACK WITHOUT RERUNNING THE WHOLE TERM.
      *
       1200-OPEN-MATCH-FILES.
           OPEN INPUT GRADE-SORTED-FILE.
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO GPA-BAD-SW
               GO TO 1200-EXIT
           END-IF.
           OPEN EXTEND COURSE-HIST-FILE.
           IF FS-CRSHIST = '35'
               OPEN OUTPUT COURSE-HIST-FILE
           END-IF.
           IF FS-CRSHIST NOT = '00'
               MOVE SPACES TO GNL-TEXT
               STRING 'DA-S-CRSHIST COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-CRSHIST DELIMITED BY SIZE
                   INTO GNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO GPA-BAD-SW
           END-IF.
       1200-EXIT.
           EXIT.
       1300-CLOSE-MATCH-FILES.
           CLOSE GRADE-SORTED-FILE.
           CLOSE COURSE-HIST-FILE.
           IF HIST-AVAIL-SW = 1
               CLOSE GPA-HIST-FILE
           END-IF.
               MOVE GSR-ID TO GRP-ID
               MOVE 0 TO GRP-CREDITS
               MOVE 0 TO GRP-POINTS
               MOVE 0 TO GCT-CT
               PERFORM 3120-ACCUM-ONE-GRADE
                   UNTIL EOF-GR = 1
                   OR GSR-ID NOT = GRP-ID
                   MULTIPLY GRP-ONE-CREDITS BY GRADE-VALUE
                       GIVING GRP-ONE-POINTS
                   ADD GRP-ONE-POINTS TO GRP-POINTS
                   PERFORM 3140-HOLD-ONE-COURSE
               END-IF
           END-IF.
           PERFORM 3110-READ-SORTED-GRADE.
      *
      *    3140-HOLD-ONE-COURSE - ADDS THE GRADED COURSE TO THE
      *    GROUP'S TABLE FOR THE COURSE HISTORY.  A STUDENT WITH MORE
      *    COURSES THAN THE TABLE HOLDS STILL HAS EVERY COURSE IN THE
      *    GPA; THE OVERFLOW IS LISTED SO THE HISTORY CAN BE KEYED.
      *
       3140-HOLD-ONE-COURSE.
           IF GCT-CT NOT < GCT-MAX
               ADD 1 TO CRSHIST-OVFL-CT
               MOVE SPACES TO GNL-TEXT
               STRING 'COURSE HISTORY FULL FOR ' DELIMITED BY SIZE
                   GSR-ID DELIMITED BY SIZE
                   ' - NOT RECORDED: ' DELIMITED BY SIZE
                   GSR-COURSE DELIMITED BY SIZE
                   INTO GNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
           ELSE
               ADD 1 TO GCT-CT
               MOVE GSR-COURSE TO GCT-COURSE (GCT-CT)
               MOVE GRP-ONE-CREDITS TO GCT-CREDITS (GCT-CT)
               MOVE GSR-GRADE TO GCT-GRADE (GCT-CT)
               MOVE GRADE-VALUE TO GCT-GRADE-VALUE (GCT-CT)
           END-IF.
      *
      *    3130-VALUE-ONE-GRADE - MAPS THE LETTER GRADE TO ITS POINT
      *    VALUE ON THE FOUR-POINT SCALE, WITH PLUS/MINUS SHADING.
      *
           MOVE NEW-STANDING TO GHW-STANDING.
           WRITE GPA-HIST-WORK-REC.
           PERFORM 3350-WRITE-STANDING-WORK.
           PERFORM 3360-WRITE-COURSE-HISTORY
               VARYING GCT-I FROM 1 BY 1
               UNTIL GCT-I > GCT-CT.
       3300-EXIT.
           EXIT.
       3350-WRITE-STANDING-WORK.
           MOVE TERM-GPA TO GX-TERM-GPA.
           MOVE CUM-GPA TO GX-CUM-GPA.
           WRITE STANDING-WORK-REC.
       3360-WRITE-COURSE-HISTORY.
           MOVE GRP-ID TO CH-ID.
           MOVE TERM-STAMP TO CH-TERM.
           MOVE GCT-COURSE (GCT-I) TO CH-COURSE.
           MOVE GCT-CREDITS (GCT-I) TO CH-CREDITS.
           MOVE GCT-GRADE (GCT-I) TO CH-GRADE.
           MOVE GCT-GRADE-VALUE (GCT-I) TO CH-GRADE-VALUE.
           MOVE RUN-DATE-DISPLAY TO CH-RUN-DATE.
           WRITE COURSE-HIST-REC.
           ADD 1 TO CRSHIST-CT.
      *
      *    3400-CARRY-FORWARD - A STUDENT ON THE HISTORY WITH NO
      *    GRADES THIS TERM KEEPS LAST TERM'S CUMULATIVE FIGURES AND
           MOVE 'INVALID GRADES SKIPPED:' TO GCL-LABEL.
           MOVE BAD-GRADE-CT TO GCL-VALUE.
           PERFORM 4200-WRITE-COUNT-LINE.
           MOVE 'COURSE HISTORY RECORDS:' TO GCL-LABEL.
           MOVE CRSHIST-CT TO GCL-VALUE.
           PERFORM 4200-WRITE-COUNT-LINE.
           IF CRSHIST-OVFL-CT > 0
               MOVE 'COURSE HISTORY OVERFLOW:' TO GCL-LABEL
               MOVE CRSHIST-OVFL-CT TO GCL-VALUE
               PERFORM 4200-WRITE-COUNT-LINE
           END-IF.
       4000-EXIT.
           EXIT.
       4100-PRINT-ONE-SECTION.
