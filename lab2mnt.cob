      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab2mnt - interactive single-student maintenance.
      *         A registrar clerk brings up a student by ID and sees
      *         every STUREC field, then may add, change or delete
      *         the student at the terminal instead of punching a
      *         DA-S-INPUT batch for the nightly lab2 run.  Adds and
      *         changes pass the same edits as lab2's
      *         1510-EDIT-TRANSACTION (ID, directory hold, major on
      *         DA-S-MAJORS, advisor on DA-S-ADVISORS) plus the
      *         1505-VALIDATE-YEAR class-code check.  Every update is
      *         journaled to UR-S-JRNL and UR-S-JHIST with its before
      *         and after images, batch 000000, so lab2recov rolls
      *         it forward and lab2audq lists it like any batch
      *         change.  Each update takes the UR-S-RUNLCK run lock
      *         for the moment it is applied and is refused while
      *         lab2, lab2recov or lab2mrg holds the master.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      * 2026-10-15  DN  Initial version: inquire/add/change/delete by
      *                 student ID with the lab2 front-end edits,
      *                 before/after journaling, the run lock taken
      *                 per update, and UR-S-RUNCTL carried by the
      *                 adds and deletes so lab2's next run still
      *                 balances.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2mnt.
           AUTHOR. David Nguyen.
      *INTERACTIVE SINGLE-STUDENT MAINTENANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'STU-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT MAJOR-REF-FILE ASSIGN TO 'DA-S-MAJORS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAJREF.
           SELECT ADVISOR-REF-FILE ASSIGN TO 'DA-S-ADVISORS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADVREF.
           SELECT JOURNAL-FILE ASSIGN TO 'UR-S-JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNL.
           SELECT JHIST-FILE ASSIGN TO 'UR-S-JHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JHIST.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'UR-S-RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCTL.
           SELECT RUNLOCK-FILE ASSIGN TO 'UR-S-RUNLCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNLCK.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==MST-==.
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
       FD  JOURNAL-FILE
               LABEL RECORDS ARE OMITTED.
       01  JOURNAL-REC.
           COPY JRNREC.
       FD  JHIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  JHIST-REC.
           03 JH-TERM-STAMP PIC X(06).
           03 JH-JRNL-IMAGE PIC X(141).
       FD  RUN-CONTROL-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNCTL-REC.
           03 RUNCTL-COUNT-OUT PIC 9(08).
           03 RUNCTL-DATE-OUT PIC X(08).
           03 RUNCTL-BATCH-OUT PIC 9(06).
       FD  RUNLOCK-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNLCK-REC.
           03 LCK-STATE PIC X(01).
               88 LCK-ACTIVE VALUE 'A'.
               88 LCK-RELEASED VALUE 'I'.
           03 LCK-DATE PIC X(08).
           03 LCK-TIME PIC X(08).
           03 LCK-MODE PIC X(01).
           03 LCK-PROGRAM PIC X(08).
       WORKING-STORAGE SECTION.
       77  FS-MASTER PIC X(02) VALUE SPACES.
       77  FS-MAJREF PIC X(02) VALUE SPACES.
       77  FS-ADVREF PIC X(02) VALUE SPACES.
       77  FS-JRNL PIC X(02) VALUE SPACES.
       77  FS-JHIST PIC X(02) VALUE SPACES.
       77  FS-RUNCTL PIC X(02) VALUE SPACES.
       77  FS-RUNLCK PIC X(02) VALUE SPACES.
      *
      *    RUN STAMP - REFRESHED BEFORE EACH UPDATE SO EVERY JOURNAL
      *    RECORD CARRIES THE TIME IT WAS APPLIED, FORMATTED AS IN
      *    LAB2, WITH THE YYYYMM TERM STAMP LAB2 PUTS ON UR-S-JHIST.
      *
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
       77  TERM-STAMP PIC X(06) VALUE SPACES.
      *
      *    TERMINAL ENTRY FIELDS - THE FUNCTION AND STUDENT ID FOR
      *    EACH TURN, ONE ENTRY PER STUREC FIELD ON AN ADD OR CHANGE
      *    (BLANK KEEPS THE VALUE SHOWN ON A CHANGE), AND THE Y/N
      *    CONFIRMATION BEFORE ANYTHING IS WRITTEN.
      *
       77  MNT-FUNCTION PIC X(01) VALUE SPACE.
           88 MNT-INQUIRE VALUE 'I'.
           88 MNT-ADD VALUE 'A'.
           88 MNT-CHANGE VALUE 'C'.
           88 MNT-DELETE VALUE 'D'.
           88 MNT-QUIT VALUE 'Q'.
       77  MNT-ID PIC X(09) VALUE SPACES.
       77  MNT-CONFIRM PIC X(01) VALUE SPACE.
           88 MNT-CONFIRMED VALUES 'Y' 'y'.
       77  ENT-NAME PIC X(20) VALUE SPACES.
       77  ENT-MAJOR PIC X(04) VALUE SPACES.
       77  ENT-YEAR PIC X(04) VALUE SPACES.
       77  ENT-ADVISOR PIC X(20) VALUE SPACES.
       77  ENT-STATUS PIC X(01) VALUE SPACE.
       77  ENT-CONFID PIC X(01) VALUE SPACE.
      *
      *    STUDENT IMAGES - CUR- IS THE RECORD AS READ AND SHOWN TO
      *    THE CLERK (THE JOURNAL BEFORE IMAGE); NEW- IS THE RECORD
      *    AS ENTERED (THE AFTER IMAGE).  THE UPDATE RE-READS THE
      *    MASTER UNDER THE LOCK AND REFUSES IF IT NO LONGER MATCHES
      *    CUR-, SO A BATCH CHANGE MADE WHILE THE CLERK WAS TYPING IS
      *    NEVER OVERLAID.
      *
       01  CUR-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==CUR-==.
       01  NEW-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==NEW-==.
      *
      *    REFERENCE TABLES - LOADED FROM DA-S-MAJORS AND
      *    DA-S-ADVISORS AT START-UP EXACTLY AS LAB2 LOADS THEM, WITH
      *    THE SAME BYPASS WHEN A FILE IS MISSING, EMPTY OR OVERFULL.
      *
       01  MAJOR-REF-TABLE.
           03 MAJOR-REF-MAX PIC 9(4) VALUE 0.
           03 MAJOR-REF-ENTRY OCCURS 50 TIMES INDEXED BY MJ-IDX.
               05 MJ-CODE PIC X(04).
       01  ADVREF-TABLE.
           03 ADVREF-MAX PIC 9(4) VALUE 0.
           03 ADVREF-ENTRY OCCURS 200 TIMES INDEXED BY AR-IDX.
               05 AR-NAME PIC X(20).
       77  MJ-I PIC 9(4) VALUE 0.
       77  AR-I PIC 9(4) VALUE 0.
       77  MAJOR-REF-LIMIT PIC 9(4) VALUE 0050.
       77  ADVREF-LIMIT PIC 9(4) VALUE 0200.
       77  MAJREF-BYPASS-SW PIC 9 VALUE 0.
       77  ADVREF-BYPASS-SW PIC 9 VALUE 0.
       77  REF-FOUND-SW PIC 9 VALUE 0.
      *
      *    EDIT AND UPDATE SWITCHES.
      *
       77  VALID-TRANS-SW PIC 9 VALUE 1.
           88 TRANS-IS-VALID VALUE 1.
           88 TRANS-IS-INVALID VALUE 0.
       77  EDIT-REASON PIC X(20) VALUE SPACES.
       77  STUDENT-FOUND-SW PIC 9 VALUE 0.
       77  LOOKUP-BAD-SW PIC 9 VALUE 0.
       77  LOCK-HELD-SW PIC 9 VALUE 0.
       77  LOCK-REFUSED-SW PIC 9 VALUE 0.
       77  UPDATE-OK-SW PIC 9 VALUE 0.
       77  MASTER-OPEN-SW PIC 9 VALUE 0.
       77  JRNL-OPEN-SW PIC 9 VALUE 0.
       77  MNT-BATCH-NO PIC 9(06) VALUE 0.
      *
      *    SESSION COUNTS - SHOWN WHEN THE CLERK SIGNS OFF.
      *
       77  INQUIRY-CT PIC 9(08) VALUE 0.
       77  ADD-CT PIC 9(08) VALUE 0.
       77  CHANGE-CT PIC 9(08) VALUE 0.
       77  DELETE-CT PIC 9(08) VALUE 0.
       77  REFUSED-CT PIC 9(08) VALUE 0.
      *
      *    TERMINAL LINES.
      *
       01  MNT-MSG-LINE.
           03 FILLER PIC X(04) VALUE ' ** '.
           03 MML-TEXT PIC X(70) VALUE SPACES.
       01  MNT-FIELD-LINE.
           03 FILLER PIC X(02) VALUE SPACES.
           03 MFL-LABEL PIC X(14).
           03 MFL-VALUE PIC X(20).
           03 FILLER PIC X(02) VALUE SPACES.
           03 MFL-NOTE PIC X(30).
       01  MNT-COUNT-LINE.
           03 FILLER PIC X(02) VALUE SPACES.
           03 MCL-LABEL PIC X(26).
           03 MCL-VALUE PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1050-GET-RUN-STAMP.
           DISPLAY 'LAB2MNT - STUDENT MASTER MAINTENANCE  '
               RUN-DATE-DISPLAY ' ' RUN-TIME-DISPLAY.
           PERFORM 1150-LOAD-MAJOR-REF THRU 1150-EXIT.
           PERFORM 1160-LOAD-ADVISOR-REF THRU 1160-EXIT.
           PERFORM 2000-GET-FUNCTION THRU 2000-EXIT.
           PERFORM 2100-PROCESS-FUNCTION THRU 2100-EXIT
               UNTIL MNT-QUIT.
       000-EXIT.
           DISPLAY SPACE.
           MOVE 'STUDENTS DISPLAYED:' TO MCL-LABEL.
           MOVE INQUIRY-CT TO MCL-VALUE.
           DISPLAY MNT-COUNT-LINE.
           MOVE 'STUDENTS ADDED:' TO MCL-LABEL.
           MOVE ADD-CT TO MCL-VALUE.
           DISPLAY MNT-COUNT-LINE.
           MOVE 'STUDENTS CHANGED:' TO MCL-LABEL.
           MOVE CHANGE-CT TO MCL-VALUE.
           DISPLAY MNT-COUNT-LINE.
           MOVE 'STUDENTS DELETED:' TO MCL-LABEL.
           MOVE DELETE-CT TO MCL-VALUE.
           DISPLAY MNT-COUNT-LINE.
           MOVE 'UPDATES REFUSED:' TO MCL-LABEL.
           MOVE REFUSED-CT TO MCL-VALUE.
           DISPLAY MNT-COUNT-LINE.
           IF REFUSED-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    9000-SHOW-MESSAGE - ONE MESSAGE LINE TO THE TERMINAL.
      *
       9000-SHOW-MESSAGE.
           DISPLAY MNT-MSG-LINE.
           MOVE SPACES TO MML-TEXT.
      *
      *    1050-GET-RUN-STAMP - DATE/TIME FOR THE JOURNAL AND THE
      *    LOCK, FORMATTED AS IN LAB2, AND THE YYYYMM TERM STAMP.
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
           MOVE RUN-TIME-SS TO RUN-TIME-DISPLAY (7:2)
           MOVE '20' TO TERM-STAMP (1:2).
           MOVE RUN-DATE-YY TO TERM-STAMP (3:2).
           MOVE RUN-DATE-MM TO TERM-STAMP (5:2).
      *
      *    1150-LOAD-MAJOR-REF - LOADS THE VALID-MAJOR CODES FROM
      *    DA-S-MAJORS.  A MISSING, EMPTY OR OVERFULL FILE BYPASSES
      *    THE MAJOR EDIT FOR THE SESSION, AS IT DOES IN LAB2.
      *
       1150-LOAD-MAJOR-REF.
           OPEN INPUT MAJOR-REF-FILE.
           IF FS-MAJREF NOT = '00'
               MOVE 'DA-S-MAJORS NOT AVAILABLE - MAJOR EDIT BYPASSED'
                   TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               MOVE 1 TO MAJREF-BYPASS-SW
               GO TO 1150-EXIT
           END-IF.
           PERFORM 1151-READ-MAJOR-REF.
           PERFORM 1152-STORE-MAJOR-REF
               UNTIL FS-MAJREF NOT = '00'.
           CLOSE MAJOR-REF-FILE.
           IF MAJOR-REF-MAX = 0
               MOVE 'DA-S-MAJORS IS EMPTY - MAJOR EDIT BYPASSED'
                   TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
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
                       MOVE 'MAJOR-REF-TABLE FULL AT 50 - MAJOR EDIT '
                           TO MML-TEXT
                       MOVE 'BYPASSED' TO MML-TEXT (41:8)
                       PERFORM 9000-SHOW-MESSAGE
                   END-IF
               ELSE
                   ADD 1 TO MAJOR-REF-MAX
                   MOVE MRF-CODE TO MJ-CODE (MAJOR-REF-MAX)
               END-IF
           END-IF.
           PERFORM 1151-READ-MAJOR-REF.
      *
      *    1160-LOAD-ADVISOR-REF - LOADS THE KNOWN-ADVISOR NAMES FROM
      *    DA-S-ADVISORS, WITH THE SAME BYPASS AS THE MAJOR TABLE.
      *
       1160-LOAD-ADVISOR-REF.
           OPEN INPUT ADVISOR-REF-FILE.
           IF FS-ADVREF NOT = '00'
               MOVE 'DA-S-ADVISORS NOT AVAILABLE - ADVISOR EDIT OFF'
                   TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               MOVE 1 TO ADVREF-BYPASS-SW
               GO TO 1160-EXIT
           END-IF.
           PERFORM 1161-READ-ADVISOR-REF.
           PERFORM 1162-STORE-ADVISOR-REF
               UNTIL FS-ADVREF NOT = '00'.
           CLOSE ADVISOR-REF-FILE.
           IF ADVREF-MAX = 0
               MOVE 'DA-S-ADVISORS IS EMPTY - ADVISOR EDIT OFF'
                   TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
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
                       MOVE 'ADVREF-TABLE FULL AT 200 - ADVISOR EDIT '
                           TO MML-TEXT
                       MOVE 'OFF' TO MML-TEXT (41:3)
                       PERFORM 9000-SHOW-MESSAGE
                   END-IF
               ELSE
                   ADD 1 TO ADVREF-MAX
                   MOVE ARF-NAME TO AR-NAME (ADVREF-MAX)
               END-IF
           END-IF.
           PERFORM 1161-READ-ADVISOR-REF.
      *
      *    2000-GET-FUNCTION - PROMPTS FOR THE NEXT FUNCTION.  END OF
      *    INPUT IS TAKEN AS A SIGN-OFF.
      *
       2000-GET-FUNCTION.
           DISPLAY SPACE.
           DISPLAY 'FUNCTION (I=INQUIRE A=ADD C=CHANGE D=DELETE '
               'Q=QUIT):'.
           MOVE 'Q' TO MNT-FUNCTION.
           ACCEPT MNT-FUNCTION.
           INSPECT MNT-FUNCTION CONVERTING 'iacdq' TO 'IACDQ'.
       2000-EXIT.
           EXIT.
      *
      *    2100-PROCESS-FUNCTION - ONE TURN AT THE TERMINAL: THE
      *    STUDENT ID IS TAKEN AND EDITED, THE MASTER RECORD IS
      *    LOOKED UP, AND THE FUNCTION IS CARRIED OUT.  THE NEXT
      *    FUNCTION IS PROMPTED FOR AT THE END.
      *
       2100-PROCESS-FUNCTION.
           IF NOT MNT-INQUIRE
               AND NOT MNT-ADD
               AND NOT MNT-CHANGE
               AND NOT MNT-DELETE
               STRING 'FUNCTION INVALID: ' DELIMITED BY SIZE
                   MNT-FUNCTION DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
               GO TO 2100-NEXT
           END-IF.
           DISPLAY 'STUDENT ID:'.
           MOVE SPACES TO MNT-ID.
           ACCEPT MNT-ID.
           IF MNT-ID = SPACES
               OR MNT-ID IS NOT NUMERIC
               MOVE 'I-ID NOT 9 DIGITS' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               GO TO 2100-NEXT
           END-IF.
           PERFORM 3000-LOOKUP-STUDENT THRU 3000-EXIT.
           IF LOOKUP-BAD-SW = 1
               GO TO 2100-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN MNT-INQUIRE
                   PERFORM 4000-INQUIRE THRU 4000-EXIT
               WHEN MNT-ADD
                   PERFORM 4100-ADD-STUDENT THRU 4100-EXIT
               WHEN MNT-CHANGE
                   PERFORM 4200-CHANGE-STUDENT THRU 4200-EXIT
               WHEN MNT-DELETE
                   PERFORM 4300-DELETE-STUDENT THRU 4300-EXIT
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-GET-FUNCTION THRU 2000-EXIT.
       2100-EXIT.
           EXIT.
      *
      *    3000-LOOKUP-STUDENT - READS THE STUDENT BY ID.  THE MASTER
      *    IS OPENED INPUT ONLY FOR THE READ AND CLOSED AGAIN, SO A
      *    CLERK SITTING ON A SCREEN NEVER HOLDS THE FILE AGAINST
      *    THE BATCH RUNS.
      *
       3000-LOOKUP-STUDENT.
           MOVE 0 TO LOOKUP-BAD-SW.
           MOVE 0 TO STUDENT-FOUND-SW.
           MOVE SPACES TO CUR-REC.
           OPEN INPUT MASTER-FILE.
           IF FS-MASTER NOT = '00'
               STRING 'STU-MASTER COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
               MOVE 1 TO LOOKUP-BAD-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE MNT-ID TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-REC TO CUR-REC
                   MOVE 1 TO STUDENT-FOUND-SW
           END-READ.
           CLOSE MASTER-FILE.
       3000-EXIT.
           EXIT.
      *
      *    3100-SHOW-STUDENT - EVERY STUREC FIELD OF THE GIVEN IMAGE
      *    (MOVED TO NEW-REC BY THE CALLER), WITH THE STATUS AND
      *    DIRECTORY HOLD SPELLED OUT.
      *
       3100-SHOW-STUDENT.
           DISPLAY SPACE.
           MOVE SPACES TO MFL-NOTE.
           MOVE 'STUDENT ID:' TO MFL-LABEL.
           MOVE NEW-ID TO MFL-VALUE.
           DISPLAY MNT-FIELD-LINE.
           MOVE 'NAME:' TO MFL-LABEL.
           MOVE NEW-NAME TO MFL-VALUE.
           DISPLAY MNT-FIELD-LINE.
           MOVE 'MAJOR:' TO MFL-LABEL.
           MOVE NEW-MAJOR TO MFL-VALUE.
           DISPLAY MNT-FIELD-LINE.
           MOVE 'YEAR:' TO MFL-LABEL.
           MOVE NEW-YEAR TO MFL-VALUE.
           DISPLAY MNT-FIELD-LINE.
           MOVE 'ADVISOR:' TO MFL-LABEL.
           MOVE NEW-ADVISOR TO MFL-VALUE.
           DISPLAY MNT-FIELD-LINE.
           MOVE 'STATUS:' TO MFL-LABEL.
           MOVE NEW-STATUS TO MFL-VALUE.
           EVALUATE TRUE
               WHEN NEW-ACTIVE
                   MOVE 'ACTIVE' TO MFL-NOTE
               WHEN NEW-ON-LEAVE
                   MOVE 'ON LEAVE' TO MFL-NOTE
               WHEN NEW-WITHDRAWN
                   MOVE 'WITHDRAWN' TO MFL-NOTE
               WHEN OTHER
                   MOVE 'NOT A/L/W' TO MFL-NOTE
           END-EVALUATE.
           DISPLAY MNT-FIELD-LINE.
           MOVE 'DIR HOLD:' TO MFL-LABEL.
           MOVE NEW-CONFID TO MFL-VALUE.
           IF NEW-CONFIDENTIAL
               MOVE 'YES - DIRECTORY INFO WITHHELD' TO MFL-NOTE
           ELSE
               MOVE 'NO' TO MFL-NOTE
           END-IF.
           DISPLAY MNT-FIELD-LINE.
           MOVE SPACES TO MFL-NOTE.
      *
      *    4000-INQUIRE - DISPLAY ONLY.
      *
       4000-INQUIRE.
           IF STUDENT-FOUND-SW = 0
               MOVE 'STUDENT NOT ON MASTER' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               GO TO 4000-EXIT
           END-IF.
           MOVE CUR-REC TO NEW-REC.
           PERFORM 3100-SHOW-STUDENT.
           ADD 1 TO INQUIRY-CT.
       4000-EXIT.
           EXIT.
      *
      *    4100-ADD-STUDENT - THE ID MUST BE NEW.  EACH FIELD IS
      *    ENTERED, A BLANK DIRECTORY HOLD BECOMES 'N' AS ON A LAB2
      *    ADD, AND THE RECORD IS EDITED, SHOWN AND CONFIRMED BEFORE
      *    IT IS WRITTEN.
      *
       4100-ADD-STUDENT.
           IF STUDENT-FOUND-SW = 1
               MOVE 'STUDENT ALREADY ON MASTER' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               MOVE CUR-REC TO NEW-REC
               PERFORM 3100-SHOW-STUDENT
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO NEW-REC.
           MOVE MNT-ID TO NEW-ID.
           PERFORM 4500-ENTER-FIELDS.
           IF NEW-CONFID = SPACE
               MOVE 'N' TO NEW-CONFID
           END-IF.
           PERFORM 4600-EDIT-STUDENT THRU 4600-EXIT.
           IF TRANS-IS-INVALID
               GO TO 4100-EXIT
           END-IF.
           PERFORM 3100-SHOW-STUDENT.
           PERFORM 4700-CONFIRM.
           IF NOT MNT-CONFIRMED
               GO TO 4100-EXIT
           END-IF.
           PERFORM 5000-APPLY-UPDATE THRU 5000-EXIT.
           IF UPDATE-OK-SW = 1
               ADD 1 TO ADD-CT
               MOVE 'STUDENT ADDED' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
           END-IF.
       4100-EXIT.
           EXIT.
      *
      *    4200-CHANGE-STUDENT - THE CURRENT RECORD IS SHOWN, EACH
      *    FIELD MAY BE RE-ENTERED (BLANK KEEPS IT, SO A BLANK HOLD
      *    LEAVES THE MASTER VALUE AS ON A LAB2 CHANGE), AND THE
      *    CHANGED RECORD IS EDITED, SHOWN AND CONFIRMED.
      *
       4200-CHANGE-STUDENT.
           IF STUDENT-FOUND-SW = 0
               MOVE 'STUDENT NOT ON MASTER' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               GO TO 4200-EXIT
           END-IF.
           MOVE CUR-REC TO NEW-REC.
           PERFORM 3100-SHOW-STUDENT.
           DISPLAY 'ENTER NEW VALUES - BLANK KEEPS THE VALUE SHOWN'.
           PERFORM 4500-ENTER-FIELDS.
           PERFORM 4600-EDIT-STUDENT THRU 4600-EXIT.
           IF TRANS-IS-INVALID
               GO TO 4200-EXIT
           END-IF.
           IF NEW-REC = CUR-REC
               MOVE 'NOTHING CHANGED' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               GO TO 4200-EXIT
           END-IF.
           PERFORM 3100-SHOW-STUDENT.
           PERFORM 4700-CONFIRM.
           IF NOT MNT-CONFIRMED
               GO TO 4200-EXIT
           END-IF.
           PERFORM 5000-APPLY-UPDATE THRU 5000-EXIT.
           IF UPDATE-OK-SW = 1
               ADD 1 TO CHANGE-CT
               MOVE 'STUDENT CHANGED' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
           END-IF.
       4200-EXIT.
           EXIT.
      *
      *    4300-DELETE-STUDENT - THE RECORD IS SHOWN AND THE DELETE
      *    CONFIRMED.  LIKE A LAB2 DELETE, ONLY THE ID IS EDITED.
      *
       4300-DELETE-STUDENT.
           IF STUDENT-FOUND-SW = 0
               MOVE 'STUDENT NOT ON MASTER' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               GO TO 4300-EXIT
           END-IF.
           MOVE CUR-REC TO NEW-REC.
           PERFORM 3100-SHOW-STUDENT.
           PERFORM 4700-CONFIRM.
           IF NOT MNT-CONFIRMED
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO NEW-REC.
           PERFORM 5000-APPLY-UPDATE THRU 5000-EXIT.
           IF UPDATE-OK-SW = 1
               ADD 1 TO DELETE-CT
               MOVE 'STUDENT DELETED' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
           END-IF.
       4300-EXIT.
           EXIT.
      *
      *    4500-ENTER-FIELDS - ONE PROMPT PER STUREC FIELD AFTER THE
      *    ID.  A NON-BLANK ENTRY REPLACES THE FIELD IN NEW-REC.
      *
       4500-ENTER-FIELDS.
           MOVE SPACES TO ENT-NAME ENT-MAJOR ENT-YEAR ENT-ADVISOR
               ENT-STATUS ENT-CONFID.
           DISPLAY 'NAME (20):'.
           ACCEPT ENT-NAME.
           IF ENT-NAME NOT = SPACES
               MOVE ENT-NAME TO NEW-NAME
           END-IF.
           DISPLAY 'MAJOR (4):'.
           ACCEPT ENT-MAJOR.
           IF ENT-MAJOR NOT = SPACES
               MOVE ENT-MAJOR TO NEW-MAJOR
           END-IF.
           DISPLAY 'YEAR (FR/SO/JR/SR OR GRAD YEAR):'.
           ACCEPT ENT-YEAR.
           IF ENT-YEAR NOT = SPACES
               MOVE ENT-YEAR TO NEW-YEAR
           END-IF.
           DISPLAY 'ADVISOR (20):'.
           ACCEPT ENT-ADVISOR.
           IF ENT-ADVISOR NOT = SPACES
               MOVE ENT-ADVISOR TO NEW-ADVISOR
           END-IF.
           DISPLAY 'STATUS (A/L/W):'.
           ACCEPT ENT-STATUS.
           IF ENT-STATUS NOT = SPACE
               MOVE ENT-STATUS TO NEW-STATUS
           END-IF.
           DISPLAY 'DIRECTORY HOLD (Y/N):'.
           ACCEPT ENT-CONFID.
           IF ENT-CONFID NOT = SPACE
               MOVE ENT-CONFID TO NEW-CONFID
           END-IF.
      *
      *    4600-EDIT-STUDENT - THE LAB2 1510-EDIT-TRANSACTION EDITS
      *    FOR AN ADD OR CHANGE, IN THE SAME ORDER AND WITH THE SAME
      *    REASONS, FOLLOWED BY THE 1505-VALIDATE-YEAR CHECK.  THE
      *    FIRST FAILURE IS SHOWN AND NOTHING IS WRITTEN.
      *
       4600-EDIT-STUDENT.
           MOVE 1 TO VALID-TRANS-SW.
           MOVE SPACES TO EDIT-REASON.
           IF NEW-CONFID NOT = SPACE
               AND NEW-CONFID NOT = 'Y'
               AND NEW-CONFID NOT = 'N'
               MOVE 'I-CONFID NOT Y/N' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
               GO TO 4600-SHOW
           END-IF.
           IF MAJREF-BYPASS-SW = 0
               PERFORM 4610-CHECK-MAJOR-REF
               IF TRANS-IS-INVALID
                   GO TO 4600-SHOW
               END-IF
           END-IF.
           IF ADVREF-BYPASS-SW = 0
               PERFORM 4620-CHECK-ADVISOR-REF
               IF TRANS-IS-INVALID
                   GO TO 4600-SHOW
               END-IF
           END-IF.
           IF NEW-YEAR-CLASS-CODE
               OR NEW-YEAR IS NUMERIC
               CONTINUE
           ELSE
               MOVE 'I-YEAR INVALID' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
           END-IF.
       4600-SHOW.
           IF TRANS-IS-INVALID
               STRING 'NOT UPDATED - ' DELIMITED BY SIZE
                   EDIT-REASON DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
           END-IF.
       4600-EXIT.
           EXIT.
       4610-CHECK-MAJOR-REF.
           MOVE 0 TO REF-FOUND-SW.
           PERFORM 4615-MATCH-MAJOR-REF
               VARYING MJ-I FROM 1 BY 1
               UNTIL MJ-I > MAJOR-REF-MAX
               OR REF-FOUND-SW = 1.
           IF REF-FOUND-SW = 0
               MOVE 'I-MAJOR NOT ON TABLE' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
           END-IF.
       4615-MATCH-MAJOR-REF.
           IF MJ-CODE (MJ-I) = NEW-MAJOR
               MOVE 1 TO REF-FOUND-SW
           END-IF.
       4620-CHECK-ADVISOR-REF.
           MOVE 0 TO REF-FOUND-SW.
           PERFORM 4625-MATCH-ADVISOR-REF
               VARYING AR-I FROM 1 BY 1
               UNTIL AR-I > ADVREF-MAX
               OR REF-FOUND-SW = 1.
           IF REF-FOUND-SW = 0
               MOVE 'I-ADVISOR UNKNOWN' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
           END-IF.
       4625-MATCH-ADVISOR-REF.
           IF AR-NAME (AR-I) = NEW-ADVISOR
               MOVE 1 TO REF-FOUND-SW
           END-IF.
      *
      *    4700-CONFIRM - NOTHING IS WRITTEN WITHOUT A 'Y'.
      *
       4700-CONFIRM.
           DISPLAY 'APPLY THIS UPDATE (Y/N):'.
           MOVE SPACE TO MNT-CONFIRM.
           ACCEPT MNT-CONFIRM.
           IF NOT MNT-CONFIRMED
               MOVE 'NOT UPDATED - NOT CONFIRMED' TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
           END-IF.
      *
      *    5000-APPLY-UPDATE - TAKES THE RUN LOCK, APPLIES THE ONE
      *    UPDATE WITH ITS JOURNAL RECORDS, AND RELEASES THE LOCK
      *    AGAIN AT ONCE.  A REFUSED OR FAILED UPDATE LEAVES THE
      *    MASTER AS IT WAS AND IS COUNTED FOR THE SIGN-OFF TOTALS.
      *
       5000-APPLY-UPDATE.
           MOVE 0 TO UPDATE-OK-SW.
           PERFORM 1050-GET-RUN-STAMP.
           PERFORM 5100-ACQUIRE-RUN-LOCK THRU 5100-EXIT.
           IF LOCK-REFUSED-SW = 1
               ADD 1 TO REFUSED-CT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-UPDATE-MASTER THRU 5200-EXIT.
           IF LOCK-HELD-SW = 1
               PERFORM 5150-RELEASE-RUN-LOCK
           END-IF.
           IF UPDATE-OK-SW = 0
               ADD 1 TO REFUSED-CT
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *    5100-ACQUIRE-RUN-LOCK - THE UR-S-RUNLCK LOCK SHARED WITH
      *    LAB2, LAB2RECOV AND LAB2MRG.  AN ACTIVE HOLDER REFUSES THE
      *    UPDATE WITH THE HOLDER'S STAMP ON THE SCREEN.  THERE IS NO
      *    OVERRIDE FROM THE TERMINAL - A STALE LOCK IS CLEARED BY
      *    THE OPERATOR THROUGH THE BATCH OVERRIDE.
      *
       5100-ACQUIRE-RUN-LOCK.
           MOVE 0 TO LOCK-REFUSED-SW.
           OPEN INPUT RUNLOCK-FILE.
           IF FS-RUNLCK = '00'
               READ RUNLOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               IF FS-RUNLCK = '00'
                   AND LCK-ACTIVE
                   STRING 'UPDATE REFUSED - MASTER LOCKED BY '
                           DELIMITED BY SIZE
                       LCK-PROGRAM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       LCK-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       LCK-TIME DELIMITED BY SIZE
                       INTO MML-TEXT
                   END-STRING
                   PERFORM 9000-SHOW-MESSAGE
                   MOVE 1 TO LOCK-REFUSED-SW
                   CLOSE RUNLOCK-FILE
                   GO TO 5100-EXIT
               END-IF
               CLOSE RUNLOCK-FILE
           END-IF.
           OPEN OUTPUT RUNLOCK-FILE.
           IF FS-RUNLCK NOT = '00'
               STRING 'UR-S-RUNLCK COULD NOT BE WRITTEN - STATUS='
                       DELIMITED BY SIZE
                   FS-RUNLCK DELIMITED BY SIZE
                   ' - UPDATE REFUSED' DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
               MOVE 1 TO LOCK-REFUSED-SW
               GO TO 5100-EXIT
           END-IF.
           MOVE 'A' TO LCK-STATE.
           MOVE RUN-DATE-DISPLAY TO LCK-DATE.
           MOVE RUN-TIME-DISPLAY TO LCK-TIME.
           MOVE MNT-FUNCTION TO LCK-MODE.
           MOVE 'LAB2MNT ' TO LCK-PROGRAM.
           WRITE RUNLCK-REC.
           CLOSE RUNLOCK-FILE.
           MOVE 1 TO LOCK-HELD-SW.
       5100-EXIT.
           EXIT.
      *
      *    5150-RELEASE-RUN-LOCK - MARKS THE LOCK RELEASED, KEEPING
      *    THIS PROGRAM'S STAMP FOR THE OPERATOR LOG.
      *
       5150-RELEASE-RUN-LOCK.
           OPEN OUTPUT RUNLOCK-FILE.
           IF FS-RUNLCK = '00'
               MOVE 'I' TO LCK-STATE
               MOVE RUN-DATE-DISPLAY TO LCK-DATE
               MOVE RUN-TIME-DISPLAY TO LCK-TIME
               MOVE MNT-FUNCTION TO LCK-MODE
               MOVE 'LAB2MNT ' TO LCK-PROGRAM
               WRITE RUNLCK-REC
               CLOSE RUNLOCK-FILE
           END-IF.
           MOVE 0 TO LOCK-HELD-SW.
      *
      *    5200-UPDATE-MASTER - THE JOURNAL FILES ARE OPENED FIRST SO
      *    NO MASTER CHANGE CAN BE MADE THAT CANNOT BE JOURNALED.
      *    THE STUDENT IS RE-READ UNDER THE LOCK: AN ADD MUST STILL
      *    BE NEW, AND A CHANGE OR DELETE MUST STILL MATCH THE RECORD
      *    THE CLERK WAS SHOWN.
      *
       5200-UPDATE-MASTER.
           PERFORM 5210-OPEN-JOURNALS THRU 5210-EXIT.
           IF JRNL-OPEN-SW = 0
               GO TO 5200-EXIT
           END-IF.
           OPEN I-O MASTER-FILE.
           IF FS-MASTER NOT = '00'
               STRING 'STU-MASTER COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   ' - NOT UPDATED' DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
               PERFORM 5290-CLOSE-UPDATE-FILES
               GO TO 5200-EXIT
           END-IF.
           MOVE 1 TO MASTER-OPEN-SW.
           MOVE MNT-ID TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 0 TO STUDENT-FOUND-SW
               NOT INVALID KEY
                   MOVE 1 TO STUDENT-FOUND-SW
           END-READ.
           IF MNT-ADD
               AND STUDENT-FOUND-SW = 1
               MOVE 'NOT UPDATED - STUDENT ADDED SINCE DISPLAY'
                   TO MML-TEXT
               PERFORM 9000-SHOW-MESSAGE
               PERFORM 5290-CLOSE-UPDATE-FILES
               GO TO 5200-EXIT
           END-IF.
           IF NOT MNT-ADD
               IF STUDENT-FOUND-SW = 0
                   OR MASTER-REC NOT = CUR-REC
                   MOVE 'NOT UPDATED - STUDENT CHANGED SINCE DISPLAY'
                       TO MML-TEXT
                   PERFORM 9000-SHOW-MESSAGE
                   PERFORM 5290-CLOSE-UPDATE-FILES
                   GO TO 5200-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN MNT-ADD
                   PERFORM 5220-APPLY-ADD
               WHEN MNT-CHANGE
                   PERFORM 5230-APPLY-CHANGE
               WHEN MNT-DELETE
                   PERFORM 5240-APPLY-DELETE
           END-EVALUATE.
           PERFORM 5290-CLOSE-UPDATE-FILES.
           IF UPDATE-OK-SW = 1
               AND NOT MNT-CHANGE
               PERFORM 5300-ADJUST-RUN-CONTROLS THRU 5300-EXIT
           END-IF.
       5200-EXIT.
           EXIT.
       5210-OPEN-JOURNALS.
           MOVE 0 TO JRNL-OPEN-SW.
           OPEN EXTEND JOURNAL-FILE.
           IF FS-JRNL = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF FS-JRNL NOT = '00'
               STRING 'UR-S-JRNL COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-JRNL DELIMITED BY SIZE
                   ' - NOT UPDATED' DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
               GO TO 5210-EXIT
           END-IF.
           OPEN EXTEND JHIST-FILE.
           IF FS-JHIST = '35'
               OPEN OUTPUT JHIST-FILE
           END-IF.
           IF FS-JHIST NOT = '00'
               STRING 'UR-S-JHIST COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-JHIST DELIMITED BY SIZE
                   ' - NOT UPDATED' DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
               CLOSE JOURNAL-FILE
               GO TO 5210-EXIT
           END-IF.
           MOVE 1 TO JRNL-OPEN-SW.
       5210-EXIT.
           EXIT.
      *
      *    5220/5230/5240 - THE MASTER I/O AND ITS JOURNAL RECORD,
      *    THE SAME 'W', 'R' AND 'D' RECORDS LAB2'S 1541, 1542 AND
      *    1543 APPLY PARAGRAPHS WRITE.
      *
       5220-APPLY-ADD.
           MOVE NEW-REC TO MASTER-REC.
           WRITE MASTER-REC
               INVALID KEY
                   STRING 'NOT UPDATED - WRITE FAILED STATUS='
                           DELIMITED BY SIZE
                       FS-MASTER DELIMITED BY SIZE
                       INTO MML-TEXT
                   END-STRING
                   PERFORM 9000-SHOW-MESSAGE
               NOT INVALID KEY
                   MOVE 'W' TO JRN-ACTION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE NEW-REC TO JRN-AFTER-IMAGE
                   PERFORM 5250-WRITE-JOURNAL
           END-WRITE.
       5230-APPLY-CHANGE.
           MOVE NEW-REC TO MASTER-REC.
           REWRITE MASTER-REC
               INVALID KEY
                   STRING 'NOT UPDATED - REWRITE FAILED STATUS='
                           DELIMITED BY SIZE
                       FS-MASTER DELIMITED BY SIZE
                       INTO MML-TEXT
                   END-STRING
                   PERFORM 9000-SHOW-MESSAGE
               NOT INVALID KEY
                   MOVE 'R' TO JRN-ACTION
                   MOVE CUR-REC TO JRN-BEFORE-IMAGE
                   MOVE NEW-REC TO JRN-AFTER-IMAGE
                   PERFORM 5250-WRITE-JOURNAL
           END-REWRITE.
       5240-APPLY-DELETE.
           DELETE MASTER-FILE
               INVALID KEY
                   STRING 'NOT UPDATED - DELETE FAILED STATUS='
                           DELIMITED BY SIZE
                       FS-MASTER DELIMITED BY SIZE
                       INTO MML-TEXT
                   END-STRING
                   PERFORM 9000-SHOW-MESSAGE
               NOT INVALID KEY
                   MOVE 'D' TO JRN-ACTION
                   MOVE CUR-REC TO JRN-BEFORE-IMAGE
                   MOVE SPACES TO JRN-AFTER-IMAGE
                   PERFORM 5250-WRITE-JOURNAL
           END-DELETE.
       5250-WRITE-JOURNAL.
           MOVE RUN-DATE-DISPLAY TO JRN-RUN-DATE.
           MOVE RUN-TIME-DISPLAY TO JRN-RUN-TIME.
           MOVE MNT-BATCH-NO TO JRN-BATCH-NO.
           WRITE JOURNAL-REC.
           MOVE TERM-STAMP TO JH-TERM-STAMP.
           MOVE JOURNAL-REC TO JH-JRNL-IMAGE.
           WRITE JHIST-REC.
           MOVE 1 TO UPDATE-OK-SW.
       5290-CLOSE-UPDATE-FILES.
           IF MASTER-OPEN-SW = 1
               CLOSE MASTER-FILE
               MOVE 0 TO MASTER-OPEN-SW
           END-IF.
           IF JRNL-OPEN-SW = 1
               CLOSE JOURNAL-FILE
               CLOSE JHIST-FILE
               MOVE 0 TO JRNL-OPEN-SW
           END-IF.
      *
      *    5300-ADJUST-RUN-CONTROLS - LAB2 CHECKS ITS OPENING MASTER
      *    COUNT AGAINST THE COUNT ITS LAST RUN CLOSED WITH ON
      *    UR-S-RUNCTL.  EACH ADD OR DELETE MADE HERE IS CARRIED INTO
      *    THAT COUNT, LEAVING THE LAST RUN'S DATE AND BATCH AS THEY
      *    WERE, SO THE NEXT RUN BALANCES.  NO FILE YET MEANS NO
      *    BASELINE.
      *
       5300-ADJUST-RUN-CONTROLS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL NOT = '00'
               GO TO 5300-EXIT
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   CLOSE RUN-CONTROL-FILE
                   GO TO 5300-EXIT
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           IF MNT-ADD
               ADD 1 TO RUNCTL-COUNT-OUT
           ELSE
               IF RUNCTL-COUNT-OUT = 0
                   MOVE 'UR-S-RUNCTL COUNT IS ZERO - NOT ADJUSTED'
                       TO MML-TEXT
                   PERFORM 9000-SHOW-MESSAGE
                   GO TO 5300-EXIT
               END-IF
               SUBTRACT 1 FROM RUNCTL-COUNT-OUT
           END-IF.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL NOT = '00'
               STRING 'UR-S-RUNCTL COULD NOT BE REWRITTEN - STATUS='
                       DELIMITED BY SIZE
                   FS-RUNCTL DELIMITED BY SIZE
                   INTO MML-TEXT
               END-STRING
               PERFORM 9000-SHOW-MESSAGE
               GO TO 5300-EXIT
           END-IF.
           WRITE RUNCTL-REC.
           CLOSE RUN-CONTROL-FILE.
       5300-EXIT.
           EXIT.
       END PROGRAM lab2mnt.
