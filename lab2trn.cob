      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab2trn - official transcript print.  Each UR-S-TPARM
      *         request card names a student ID; one transcript
      *         prints per card from the permanent DA-S-CRSHIST
      *         course history that lab2gpa appends to every term.
      *         The student's name, major and status come from
      *         STU-MASTER, or from the latest UR-S-ARCH image for a
      *         student the term-end sweep has already archived.
      *         Courses print term by term with credits and grade,
      *         each term closed by its term GPA and the running
      *         cumulative GPA.  A course taken more than once is
      *         marked on every attempt, and only the latest attempt
      *         counts toward the cumulative figures.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      * 2026-10-15  DN  Initial version: 'I' request cards, master or
      *                 archive identification block, term-by-term
      *                 course listing with term and cumulative GPA,
      *                 repeated courses marked and the earlier
      *                 attempts dropped from the cumulative GPA as
      *                 of the term the course was retaken.
      * 2026-10-15  DN  STU-MASTER SELECT declares the MST-NAME and
      *                 MST-ADVISOR alternate keys (duplicates
      *                 allowed) carried by the reorganized master;
      *                 processing is unchanged.
      * 2026-10-15  DN  Archive image taken at the 59-byte STUREC
      *                 length (directory-hold flag added).
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2trn.
           AUTHOR. David Nguyen.
      *OFFICIAL TRANSCRIPT PRINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPARM-FILE ASSIGN TO 'UR-S-TPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TPARM.
           SELECT TRN-PRNT-FILE ASSIGN TO 'UR-S-TRNSCR'
               FILE STATUS IS FS-TRNSCR.
           SELECT MASTER-FILE ASSIGN TO 'STU-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT ARCHIVE-FILE ASSIGN TO 'UR-S-ARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH.
           SELECT COURSE-HIST-FILE ASSIGN TO 'DA-S-CRSHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRSHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  TPARM-FILE
               LABEL RECORDS ARE OMITTED.
       01  TPARM-REC.
           03 TQ-TYPE PIC X(01).
               88 TQ-BY-ID VALUE 'I'.
           03 FILLER PIC X(01).
           03 TQ-KEY PIC X(20).
           03 FILLER PIC X(58).
       FD  TRN-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  TRNSCR-REC PIC X(80).
       FD  MASTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==MST-==.
       FD  ARCHIVE-FILE
               LABEL RECORDS ARE OMITTED.
       01  ARCHIVE-REC.
           03 ARC-TERM-STAMP PIC X(06).
           COPY STUREC REPLACING LEADING ==XX-== BY ==ARC-==.
       FD  COURSE-HIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  COURSE-HIST-REC.
           COPY CRSHIST.
       WORKING-STORAGE SECTION.
      *
      *    IDENTIFICATION BLOCK - THE STUDENT FIELDS THE TRANSCRIPT
      *    HEADS WITH, TAKEN FROM THE MASTER OR, FOR A STUDENT NO
      *    LONGER ON IT, THE MOST RECENT ARCHIVED IMAGE.
      *
       01  TRN-STUDENT.
           COPY STUREC REPLACING LEADING ==XX-== BY ==TS-==.
       77  TS-SOURCE-SW PIC 9 VALUE 0.
       77  TS-ARCH-TERM PIC X(06) VALUE SPACES.
      *
      *    COURSE TABLE - ONE STUDENT'S COURSE HISTORY, LOADED IN
      *    FILE ORDER.  LAB2GPA APPENDS A TERM AT A TIME, SO FILE
      *    ORDER IS TERM ORDER.  HT-PRIOR POINTS A REPEATED COURSE
      *    AT THE ATTEMPT IT REPLACES; HT-MARK IS 'R' ON THE ATTEMPT
      *    THAT COUNTS AND 'E' ON EVERY ATTEMPT A LATER ONE REPLACED.
      *
       01  HIST-TABLE.
           03 HT-ENTRY OCCURS 200 TIMES.
               05 HT-TERM PIC X(06).
               05 HT-COURSE PIC X(08).
               05 HT-CREDITS PIC 9(02).
               05 HT-GRADE PIC X(02).
               05 HT-GRADE-VALUE PIC 9V99.
               05 HT-MARK PIC X(01).
               05 HT-PRIOR PIC 9(03).
       77  HT-CT PIC 9(03) VALUE 0.
       77  HT-MAX PIC 9(03) VALUE 200.
       77  HT-I PIC 9(03) VALUE 0.
       77  HT-J PIC 9(03) VALUE 0.
       77  HT-OVFL-CT PIC 9(04) VALUE 0.
      *
      *    GPA ACCUMULATORS - TERM FIGURES COUNT EVERY ATTEMPT MADE
      *    THAT TERM; THE RUNNING CUMULATIVE FIGURES BACK OUT AN
      *    EARLIER ATTEMPT IN THE TERM THE COURSE IS RETAKEN.
      *
       77  CUR-TERM PIC X(06) VALUE SPACES.
       77  ONE-POINTS PIC 9(03)V99 VALUE 0.
       77  TERM-CREDITS PIC 9(03) VALUE 0.
       77  TERM-POINTS PIC 9(05)V99 VALUE 0.
       77  TERM-GPA PIC 9V99 VALUE 0.
       77  CUM-CREDITS PIC 9(05) VALUE 0.
       77  CUM-POINTS PIC 9(06)V99 VALUE 0.
       77  CUM-GPA PIC 9V99 VALUE 0.
       77  EXCLUDED-CT PIC 9(04) VALUE 0.
       77  FS-TPARM PIC X(02) VALUE SPACES.
       77  FS-TRNSCR PIC X(02) VALUE SPACES.
       77  FS-MASTER PIC X(02) VALUE SPACES.
       77  FS-ARCH PIC X(02) VALUE SPACES.
       77  FS-CRSHIST PIC X(02) VALUE SPACES.
       77  EOF-Q PIC 9 VALUE 0.
       77  EOF-A PIC 9 VALUE 0.
       77  EOF-H PIC 9 VALUE 0.
       77  TRN-BAD-SW PIC 9 VALUE 0.
       77  TRN-CUR-ID PIC X(09) VALUE SPACES.
       77  REQUEST-CT PIC 9(04) VALUE 0.
       77  TRANSCRIPT-CT PIC 9(04) VALUE 0.
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
      *
      *    TRANSCRIPT LINES.
      *
       01  TRN-PAGE-BANNER.
           03 FILLER PIC X(26) VALUE 'OFFICIAL TRANSCRIPT -     '.
           03 TPB-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACES.
           03 TPB-TIME PIC X(08).
       01  TRN-FIELD-LINE.
           03 TFL-LABEL PIC X(10).
           03 TFL-VALUE PIC X(30).
       01  TRN-NOTE-LINE.
           03 TNL-TEXT PIC X(60).
       01  TRN-TERM-LINE.
           03 FILLER PIC X(05) VALUE 'TERM '.
           03 TTL-TERM PIC X(06).
       01  TRN-COL-LINE.
           03 FILLER PIC X(40) VALUE
               '  COURSE    CREDITS  GRADE'.
       01  TRN-COURSE-DETAIL.
           03 FILLER PIC X(02) VALUE SPACES.
           03 TCD-COURSE PIC X(08).
           03 FILLER PIC X(05) VALUE SPACES.
           03 TCD-CREDITS PIC Z9.
           03 FILLER PIC X(05) VALUE SPACES.
           03 TCD-GRADE PIC X(02).
           03 FILLER PIC X(03) VALUE SPACES.
           03 TCD-MARK PIC X(24).
       01  TRN-TERM-TOTAL.
           03 FILLER PIC X(16) VALUE '  TERM CREDITS  '.
           03 TTT-TERM-CREDITS PIC ZZ9.
           03 FILLER PIC X(12) VALUE '   TERM GPA '.
           03 TTT-TERM-GPA PIC 9.99.
           03 FILLER PIC X(15) VALUE '   CUM CREDITS '.
           03 TTT-CUM-CREDITS PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE '   CUM GPA '.
           03 TTT-CUM-GPA PIC 9.99.
       01  TRN-FINAL-LINE.
           03 FILLER PIC X(24) VALUE 'CUMULATIVE CREDITS:     '.
           03 TFN-CREDITS PIC ZZZZ9.
           03 FILLER PIC X(20) VALUE '   CUMULATIVE GPA:  '.
           03 TFN-GPA PIC 9.99.
       01  TRN-COUNT-LINE.
           03 TCL-LABEL PIC X(30).
           03 TCL-COUNT PIC ZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT TRN-PRNT-FILE.
           IF FS-TRNSCR NOT = '00'
               DISPLAY 'UR-S-TRNSCR COULD NOT BE OPENED - STATUS='
                   FS-TRNSCR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-GET-RUN-STAMP.
           MOVE RUN-DATE-DISPLAY TO TPB-DATE.
           MOVE RUN-TIME-DISPLAY TO TPB-TIME.
           WRITE TRNSCR-REC FROM TRN-PAGE-BANNER.
           OPEN INPUT TPARM-FILE.
           IF FS-TPARM NOT = '00'
               MOVE 'UR-S-TPARM COULD NOT BE OPENED - NOTHING DONE'
                   TO TNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO TRN-BAD-SW
               GO TO 000-EXIT
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF FS-MASTER NOT = '00'
               MOVE SPACES TO TNL-TEXT
               STRING 'STU-MASTER COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   INTO TNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO TRN-BAD-SW
               CLOSE TPARM-FILE
               GO TO 000-EXIT
           END-IF.
           PERFORM 1000-READ-REQUEST.
           IF EOF-Q = 1
               MOVE 'UR-S-TPARM IS EMPTY - NOTHING DONE'
                   TO TNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
           PERFORM 1500-PROCESS-REQUEST THRU 1500-EXIT
               UNTIL EOF-Q = 1.
           MOVE 'REQUESTS PROCESSED:' TO TCL-LABEL.
           MOVE REQUEST-CT TO TCL-COUNT.
           WRITE TRNSCR-REC FROM TRN-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TRANSCRIPTS PRINTED:' TO TCL-LABEL.
           MOVE TRANSCRIPT-CT TO TCL-COUNT.
           WRITE TRNSCR-REC FROM TRN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE TPARM-FILE.
           CLOSE MASTER-FILE.
       000-EXIT.
           CLOSE TRN-PRNT-FILE.
           IF TRN-BAD-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    9000-WRITE-NOTE - WRITES ONE MESSAGE LINE TO THE
      *    TRANSCRIPT LISTING SO A SKIPPED REQUEST OR A MISSING FILE
      *    IS VISIBLE WHERE THE TRANSCRIPT WOULD HAVE PRINTED.
      *
       9000-WRITE-NOTE.
           WRITE TRNSCR-REC FROM TRN-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TNL-TEXT.
      *
      *    1050-GET-RUN-STAMP - CAPTURES THE RUN DATE/TIME ONCE FOR
      *    THE LISTING BANNER, FORMATTED AS IN LAB2.
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
       1000-READ-REQUEST.
           READ TPARM-FILE
               AT END
                   MOVE 1 TO EOF-Q
           END-READ.
      *
      *    1500-PROCESS-REQUEST - ONE REQUEST CARD.  THE STUDENT
      *    MUST BE ON THE MASTER OR IN THE ARCHIVE HISTORY; AN
      *    UNKNOWN ID OR AN UNRECOGNIZED CARD IS NOTED AND SKIPPED.
      *
       1500-PROCESS-REQUEST.
           ADD 1 TO REQUEST-CT.
           IF NOT TQ-BY-ID
               MOVE SPACES TO TNL-TEXT
               STRING 'REQUEST TYPE INVALID: ' DELIMITED BY SIZE
                   TQ-TYPE DELIMITED BY SIZE
                   ' - CARD SKIPPED' DELIMITED BY SIZE
                   INTO TNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               GO TO 1500-NEXT
           END-IF.
           MOVE TQ-KEY (1:9) TO TRN-CUR-ID.
           PERFORM 1600-FIND-STUDENT THRU 1600-EXIT.
           IF TS-SOURCE-SW = 0
               MOVE SPACES TO TNL-TEXT
               STRING 'STUDENT NOT ON MASTER OR ARCHIVE: '
                       DELIMITED BY SIZE
                   TRN-CUR-ID DELIMITED BY SIZE
                   INTO TNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               GO TO 1500-NEXT
           END-IF.
           PERFORM 1700-LOAD-HISTORY THRU 1700-EXIT.
           PERFORM 1800-MARK-REPEATS
               VARYING HT-J FROM 2 BY 1
               UNTIL HT-J > HT-CT
               AFTER HT-I FROM 1 BY 1
               UNTIL HT-I NOT < HT-J.
           PERFORM 2000-PRINT-TRANSCRIPT THRU 2000-EXIT.
       1500-NEXT.
           PERFORM 1000-READ-REQUEST.
       1500-EXIT.
           EXIT.
      *
      *    1600-FIND-STUDENT - THE MASTER FIRST; FAILING THAT, THE
      *    LAST UR-S-ARCH IMAGE FOR THE ID, SINCE A GRADUATED OR
      *    WITHDRAWN STUDENT SWEPT OFF THE MASTER STILL NEEDS A
      *    TRANSCRIPT.
      *
       1600-FIND-STUDENT.
           MOVE 0 TO TS-SOURCE-SW.
           MOVE SPACES TO TS-ARCH-TERM.
           MOVE TRN-CUR-ID TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-REC TO TRN-STUDENT
                   MOVE 1 TO TS-SOURCE-SW
           END-READ.
           IF TS-SOURCE-SW = 1
               GO TO 1600-EXIT
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCH NOT = '00'
               GO TO 1600-EXIT
           END-IF.
           MOVE 0 TO EOF-A.
           PERFORM 1610-READ-ARCHIVE.
           PERFORM 1620-CHECK-ONE-ARCHIVE
               UNTIL EOF-A = 1.
           CLOSE ARCHIVE-FILE.
       1600-EXIT.
           EXIT.
       1610-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 1 TO EOF-A
           END-READ.
       1620-CHECK-ONE-ARCHIVE.
           IF ARC-ID = TRN-CUR-ID
               MOVE ARCHIVE-REC (7:59) TO TRN-STUDENT
               MOVE ARC-TERM-STAMP TO TS-ARCH-TERM
               MOVE 2 TO TS-SOURCE-SW
           END-IF.
           PERFORM 1610-READ-ARCHIVE.
      *
      *    1700-LOAD-HISTORY - PULLS THE STUDENT'S COURSES OFF THE
      *    PERMANENT HISTORY INTO THE TABLE.  ANY OVERFLOW IS NOTED
      *    ON THE TRANSCRIPT ITSELF SO IT IS NEVER ISSUED SHORT
      *    WITHOUT WARNING.
      *
       1700-LOAD-HISTORY.
           MOVE 0 TO HT-CT.
           MOVE 0 TO HT-OVFL-CT.
           OPEN INPUT COURSE-HIST-FILE.
           IF FS-CRSHIST NOT = '00'
               GO TO 1700-EXIT
           END-IF.
           MOVE 0 TO EOF-H.
           PERFORM 1710-READ-COURSE-HIST.
           PERFORM 1720-LOAD-ONE-COURSE
               UNTIL EOF-H = 1.
           CLOSE COURSE-HIST-FILE.
       1700-EXIT.
           EXIT.
       1710-READ-COURSE-HIST.
           READ COURSE-HIST-FILE
               AT END
                   MOVE 1 TO EOF-H
           END-READ.
       1720-LOAD-ONE-COURSE.
           IF CH-ID = TRN-CUR-ID
               IF HT-CT NOT < HT-MAX
                   ADD 1 TO HT-OVFL-CT
               ELSE
                   ADD 1 TO HT-CT
                   MOVE CH-TERM TO HT-TERM (HT-CT)
                   MOVE CH-COURSE TO HT-COURSE (HT-CT)
                   MOVE CH-CREDITS TO HT-CREDITS (HT-CT)
                   MOVE CH-GRADE TO HT-GRADE (HT-CT)
                   MOVE CH-GRADE-VALUE TO HT-GRADE-VALUE (HT-CT)
                   MOVE SPACE TO HT-MARK (HT-CT)
                   MOVE 0 TO HT-PRIOR (HT-CT)
               END-IF
           END-IF.
           PERFORM 1710-READ-COURSE-HIST.
      *
      *    1800-MARK-REPEATS - FOR EACH ATTEMPT J, EVERY EARLIER
      *    ATTEMPT I AT THE SAME COURSE IS SUPERSEDED.  I RUNS
      *    UPWARD, SO HT-PRIOR ENDS ON THE NEAREST EARLIER ATTEMPT -
      *    THE ONE STILL COUNTED WHEN J IS TAKEN.  J IS PROCESSED IN
      *    ASCENDING ORDER, SO A LATER RETAKE OVERWRITES J'S 'R'
      *    WITH 'E'.
      *
       1800-MARK-REPEATS.
           IF HT-COURSE (HT-I) = HT-COURSE (HT-J)
               MOVE 'E' TO HT-MARK (HT-I)
               MOVE 'R' TO HT-MARK (HT-J)
               MOVE HT-I TO HT-PRIOR (HT-J)
           END-IF.
      *
      *    2000-PRINT-TRANSCRIPT - ONE TRANSCRIPT: IDENTIFICATION,
      *    THEN THE COURSES WITH A TERM BREAK, THEN THE FINAL
      *    CUMULATIVE FIGURES.
      *
       2000-PRINT-TRANSCRIPT.
           ADD 1 TO TRANSCRIPT-CT.
           IF TRANSCRIPT-CT > 1
               WRITE TRNSCR-REC FROM TRN-PAGE-BANNER
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO TRNSCR-REC.
           WRITE TRNSCR-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'ID:' TO TFL-LABEL.
           MOVE TS-ID TO TFL-VALUE.
           PERFORM 2010-WRITE-FIELD-LINE.
           MOVE 'NAME:' TO TFL-LABEL.
           MOVE TS-NAME TO TFL-VALUE.
           PERFORM 2010-WRITE-FIELD-LINE.
           MOVE 'MAJOR:' TO TFL-LABEL.
           MOVE TS-MAJOR TO TFL-VALUE.
           PERFORM 2010-WRITE-FIELD-LINE.
           MOVE 'STATUS:' TO TFL-LABEL.
           EVALUATE TRUE
               WHEN TS-ACTIVE
                   MOVE 'ACTIVE' TO TFL-VALUE
               WHEN TS-ON-LEAVE
                   MOVE 'ON LEAVE' TO TFL-VALUE
               WHEN TS-WITHDRAWN
                   MOVE 'WITHDRAWN' TO TFL-VALUE
               WHEN OTHER
                   MOVE TS-STATUS TO TFL-VALUE
           END-EVALUATE.
           IF TS-SOURCE-SW = 2
               MOVE ' - ARCHIVED' TO TFL-VALUE (11:11)
               MOVE TS-ARCH-TERM TO TFL-VALUE (23:6)
           END-IF.
           PERFORM 2010-WRITE-FIELD-LINE.
           MOVE 0 TO CUM-CREDITS.
           MOVE 0 TO CUM-POINTS.
           MOVE 0 TO CUM-GPA.
           MOVE 0 TO EXCLUDED-CT.
           IF HT-CT = 0
               MOVE SPACES TO TRNSCR-REC
               WRITE TRNSCR-REC
                   AFTER ADVANCING 1 LINE
               MOVE 'NO COURSE HISTORY ON FILE' TO TNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO CUR-TERM.
           PERFORM 2100-PRINT-ONE-COURSE
               VARYING HT-I FROM 1 BY 1
               UNTIL HT-I > HT-CT.
           PERFORM 2200-CLOSE-TERM.
           MOVE CUM-CREDITS TO TFN-CREDITS.
           MOVE CUM-GPA TO TFN-GPA.
           WRITE TRNSCR-REC FROM TRN-FINAL-LINE
               AFTER ADVANCING 2 LINES.
           IF EXCLUDED-CT > 0
               MOVE 'REPEATS EXCLUDED FROM CUM GPA:' TO TCL-LABEL
               MOVE EXCLUDED-CT TO TCL-COUNT
               WRITE TRNSCR-REC FROM TRN-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF HT-OVFL-CT > 0
               MOVE 'COURSE HISTORY TOO LONG - TRANSCRIPT INCOMPLETE'
                   TO TNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO TRN-BAD-SW
           END-IF.
       2000-EXIT.
           EXIT.
       2010-WRITE-FIELD-LINE.
           WRITE TRNSCR-REC FROM TRN-FIELD-LINE
               AFTER ADVANCING 1 LINE.
      *
      *    2100-PRINT-ONE-COURSE - A NEW TERM STAMP CLOSES THE
      *    PREVIOUS TERM AND OPENS THE NEXT.  THE ATTEMPT IS ADDED TO
      *    BOTH TERM AND CUMULATIVE FIGURES; A RETAKE BACKS ITS
      *    EARLIER ATTEMPT OUT OF THE CUMULATIVE FIGURES.
      *
       2100-PRINT-ONE-COURSE.
           IF HT-TERM (HT-I) NOT = CUR-TERM
               IF CUR-TERM NOT = SPACES
                   PERFORM 2200-CLOSE-TERM
               END-IF
               MOVE HT-TERM (HT-I) TO CUR-TERM
               MOVE 0 TO TERM-CREDITS
               MOVE 0 TO TERM-POINTS
               MOVE CUR-TERM TO TTL-TERM
               WRITE TRNSCR-REC FROM TRN-TERM-LINE
                   AFTER ADVANCING 2 LINES
               WRITE TRNSCR-REC FROM TRN-COL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MULTIPLY HT-CREDITS (HT-I) BY HT-GRADE-VALUE (HT-I)
               GIVING ONE-POINTS.
           ADD HT-CREDITS (HT-I) TO TERM-CREDITS.
           ADD ONE-POINTS TO TERM-POINTS.
           ADD HT-CREDITS (HT-I) TO CUM-CREDITS.
           ADD ONE-POINTS TO CUM-POINTS.
           IF HT-PRIOR (HT-I) > 0
               MOVE HT-PRIOR (HT-I) TO HT-J
               SUBTRACT HT-CREDITS (HT-J) FROM CUM-CREDITS
               MULTIPLY HT-CREDITS (HT-J) BY HT-GRADE-VALUE (HT-J)
                   GIVING ONE-POINTS
               SUBTRACT ONE-POINTS FROM CUM-POINTS
           END-IF.
           MOVE HT-COURSE (HT-I) TO TCD-COURSE.
           MOVE HT-CREDITS (HT-I) TO TCD-CREDITS.
           MOVE HT-GRADE (HT-I) TO TCD-GRADE.
           EVALUATE HT-MARK (HT-I)
               WHEN 'E'
                   ADD 1 TO EXCLUDED-CT
                   MOVE 'REPEATED - NOT IN CUM' TO TCD-MARK
               WHEN 'R'
                   MOVE 'REPEAT - COUNTS IN CUM' TO TCD-MARK
               WHEN OTHER
                   MOVE SPACES TO TCD-MARK
           END-EVALUATE.
           WRITE TRNSCR-REC FROM TRN-COURSE-DETAIL
               AFTER ADVANCING 1 LINE.
      *
      *    2200-CLOSE-TERM - THE TERM SUMMARY LINE: TERM CREDITS AND
      *    GPA, AND THE CUMULATIVE FIGURES AS THEY STOOD AT TERM END.
      *
       2200-CLOSE-TERM.
           MOVE 0 TO TERM-GPA.
           IF TERM-CREDITS > 0
               DIVIDE TERM-POINTS BY TERM-CREDITS
                   GIVING TERM-GPA ROUNDED
           END-IF.
           MOVE 0 TO CUM-GPA.
           IF CUM-CREDITS > 0
               DIVIDE CUM-POINTS BY CUM-CREDITS
                   GIVING CUM-GPA ROUNDED
           END-IF.
           MOVE TERM-CREDITS TO TTT-TERM-CREDITS.
           MOVE TERM-GPA TO TTT-TERM-GPA.
           MOVE CUM-CREDITS TO TTT-CUM-CREDITS.
           MOVE CUM-GPA TO TTT-CUM-GPA.
           WRITE TRNSCR-REC FROM TRN-TERM-TOTAL
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab2trn.
