      *         "what does the system show for this student" without
      *         rerunning the whole lab2 roster: each UR-S-IPARM
      *         request card names a student ID (or a partial name,
      *         or an advisor whose students are to be listed) and
      *         one profile page prints per matching student - the
      *         current master fields, the courses and credit total
      *         from DA-S-COURSES, whether the student appears in the
      *         UR-S-ARCH history, and the recent change activity for
      *                 page assembled from the master, the course
      *                 feed, the archive history, and the run
      *                 journal.
      * 2026-10-15  DN  STU-MASTER now carries alternate keys on
      *                 MST-NAME and MST-ADVISOR: 'N' cards start on
      *                 the name key instead of reading the whole
      *                 master, and new 'A' cards list every student
      *                 assigned to the advisor named on the card.
      * 2026-10-15  DN  Directory-information hold: a student whose
      *                 MST-CONFID is 'Y' prints as NO INFORMATION
      *                 RELEASED (profile page and advisor list line)
      *                 unless the card carries an authorized release
      *                 code in cols 24-27; withheld and released
      *                 counts print with the run totals.
      * 2026-10-15  DN  Name and advisor walks accept status 02 (next
      *                 record carries the same alternate key), so
      *                 every student under a shared name or advisor
      *                 is listed, not only the first.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2inq.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSES'
               ORGANIZATION IS LINE SEQUENTIAL
           03 IQ-TYPE PIC X(01).
               88 IQ-BY-ID VALUE 'I'.
               88 IQ-BY-NAME VALUE 'N'.
               88 IQ-BY-ADVISOR VALUE 'A'.
           03 FILLER PIC X(01).
           03 IQ-KEY PIC X(20).
           03 FILLER PIC X(01).
           03 IQ-RELEASE PIC X(04).
               88 IQ-RELEASE-AUTHORIZED VALUES 'SELF' 'OFCL' 'CONS'
                                               'SUBP'.
           03 FILLER PIC X(53).
       FD  INQ-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  INQ-REC PIC X(80).
       77  JRNL-HIT-CT PIC 9(04) VALUE 0.
       77  INQ-CUR-ID PIC X(09) VALUE SPACES.
       77  INQ-BAD-SW PIC 9 VALUE 0.
      *
      *    DIRECTORY-HOLD FIELDS - A STUDENT UNDER A HOLD IS SHOWN
      *    ONLY WHEN THE CARD CARRIES A RELEASE CODE THE OFFICE HAS
      *    VERIFIED: SELF (STUDENT IN PERSON WITH PHOTO ID), OFCL
      *    (SCHOOL OFFICIAL WITH A LEGITIMATE EDUCATIONAL INTEREST),
      *    CONS (SIGNED WRITTEN CONSENT ON FILE) OR SUBP (SUBPOENA OR
      *    COURT ORDER).  ANYTHING ELSE GETS NO INFORMATION RELEASED.
      *
       77  WITHHELD-CT PIC 9(04) VALUE 0.
       77  RELEASED-CT PIC 9(04) VALUE 0.
       77  RELEASE-DENIED-SW PIC 9 VALUE 0.
       01  RUN-DATE.
           03 RUN-DATE-YY PIC 9(2).
           03 RUN-DATE-MM PIC 9(2).
           03 RUN-TIME-HS PIC 9(2).
       77  RUN-DATE-DISPLAY PIC X(08) VALUE SPACES.
       77  RUN-TIME-DISPLAY PIC X(08) VALUE SPACES.
      *
      *    ADVISOR LIST LINES - AN 'A' REQUEST LISTS THE ADVISOR'S
      *    STUDENTS ONE LINE EACH RATHER THAN A PAGE EACH; AN 'I'
      *    CARD FOR ANY ONE OF THEM GIVES THE FULL PROFILE.
      *
       01  INQ-ADV-HEAD.
           03 FILLER PIC X(31) VALUE
               'ID        NAME                 '.
           03 FILLER PIC X(20) VALUE
               'MAJR YEAR STATUS    '.
       01  INQ-ADV-DETAIL.
           03 IAV-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 IAV-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 IAV-MAJOR PIC X(04).
           03 FILLER PIC X(01) VALUE SPACES.
           03 IAV-YEAR PIC X(04).
           03 FILLER PIC X(01) VALUE SPACES.
           03 IAV-STATUS PIC X(10).
       01  INQ-COUNT-LINE.
           03 ICL-LABEL PIC X(24).
           03 ICL-COUNT PIC ZZZ9.
               AFTER ADVANCING 2 LINES.
           MOVE 'PROFILES PRINTED:' TO ICL-LABEL.
           MOVE PROFILE-CT TO ICL-COUNT.
           WRITE INQ-REC FROM INQ-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'INFORMATION WITHHELD:' TO ICL-LABEL.
           MOVE WITHHELD-CT TO ICL-COUNT.
           WRITE INQ-REC FROM INQ-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HOLDS RELEASED BY CODE:' TO ICL-LABEL.
           MOVE RELEASED-CT TO ICL-COUNT.
           WRITE INQ-REC FROM INQ-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE IPARM-FILE.
           END-READ.
      *
      *    1500-PROCESS-REQUEST - DISPATCHES ONE REQUEST CARD.  AN
      *    'I' CARD IS A DIRECT KEYED READ; AN 'N' CARD READS THE
      *    NAME KEY FOR NAMES STARTING WITH THE GIVEN CHARACTERS; AN
      *    'A' CARD READS THE ADVISOR KEY FOR THAT ADVISOR'S
      *    STUDENTS.  AN UNRECOGNIZED CARD IS NOTED AND SKIPPED.
      *
       1500-PROCESS-REQUEST.
           ADD 1 TO REQUEST-CT.
                   PERFORM 1600-INQUIRE-BY-ID
               WHEN IQ-BY-NAME
                   PERFORM 1700-INQUIRE-BY-NAME THRU 1700-EXIT
               WHEN IQ-BY-ADVISOR
                   PERFORM 1800-INQUIRE-BY-ADVISOR THRU 1800-EXIT
               WHEN OTHER
                   MOVE SPACES TO INL-TEXT
                   STRING 'REQUEST TYPE INVALID: ' DELIMITED BY SIZE
                   END-STRING
                   PERFORM 9000-WRITE-NOTE
               NOT INVALID KEY
                   PERFORM 2000-PRINT-PROFILE THRU 2000-EXIT
           END-READ.
      *
      *    1700-INQUIRE-BY-NAME - POSITIONS ON THE MST-NAME ALTERNATE
      *    KEY AT THE FIRST NAME NOT LOWER THAN THE REQUEST KEY AND
      *    READS FORWARD IN NAME ORDER, PRINTING A PROFILE FOR EVERY
      *    STUDENT WHOSE NAME BEGINS WITH THE REQUEST KEY AND
      *    STOPPING AT THE FIRST NAME THAT DOES NOT.
      *
       1700-INQUIRE-BY-NAME.
           PERFORM 1750-FIND-KEY-LENGTH.
               GO TO 1700-EXIT
           END-IF.
           MOVE 0 TO MATCH-CT.
           MOVE 0 TO EOF-M.
           MOVE SPACES TO MST-NAME.
           MOVE IQ-KEY (1:KEY-LEN) TO MST-NAME (1:KEY-LEN).
           START MASTER-FILE KEY NOT < MST-NAME
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           IF EOF-M = 0
               PERFORM 1710-READ-MASTER-NEXT
           END-IF.
           PERFORM 1720-MATCH-ONE-NAME
               UNTIL EOF-M = 1
               OR MST-NAME (1:KEY-LEN) NOT = IQ-KEY (1:KEY-LEN).
           IF MATCH-CT = 0
               MOVE SPACES TO INL-TEXT
               STRING 'NO NAME STARTING WITH: ' DELIMITED BY SIZE
       1710-READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD.
           IF FS-MASTER NOT = '00'
               AND FS-MASTER NOT = '02'
               MOVE 1 TO EOF-M
           END-IF.
       1720-MATCH-ONE-NAME.
           ADD 1 TO MATCH-CT.
           PERFORM 2000-PRINT-PROFILE THRU 2000-EXIT.
           PERFORM 1710-READ-MASTER-NEXT.
      *
      *    1800-INQUIRE-BY-ADVISOR - POSITIONS ON THE MST-ADVISOR
      *    ALTERNATE KEY AT THE ADVISOR NAMED ON THE CARD (THE FULL
      *    NAME, AS CARRIED ON DA-S-ADVISORS) AND LISTS EVERY STUDENT
      *    UNDER IT, IN THE ORDER THEY WERE ADDED, WITH A COUNT.
      *
       1800-INQUIRE-BY-ADVISOR.
           IF IQ-KEY = SPACES
               MOVE 'ADVISOR REQUEST HAS NO KEY - CARD SKIPPED'
                   TO INL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 1800-EXIT
           END-IF.
           MOVE 0 TO MATCH-CT.
           MOVE 0 TO EOF-M.
           MOVE IQ-KEY TO MST-ADVISOR.
           START MASTER-FILE KEY = MST-ADVISOR
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           IF EOF-M = 1
               MOVE SPACES TO INL-TEXT
               STRING 'NO STUDENTS FOR ADVISOR: ' DELIMITED BY SIZE
                   IQ-KEY DELIMITED BY SIZE
                   INTO INL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               GO TO 1800-EXIT
           END-IF.
           ADD 1 TO PROFILE-CT.
           IF PROFILE-CT > 1
               WRITE INQ-REC FROM INQ-PAGE-BANNER
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE 'BY ADVISOR' TO IRQ-TYPE.
           MOVE IQ-KEY TO IRQ-KEY.
           WRITE INQ-REC FROM INQ-REQUEST-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INQ-REC FROM INQ-ADV-HEAD
               AFTER ADVANCING 2 LINES.
           PERFORM 1710-READ-MASTER-NEXT.
           PERFORM 1810-LIST-ONE-ADVISEE
               UNTIL EOF-M = 1
               OR MST-ADVISOR NOT = IQ-KEY.
           MOVE 'STUDENTS LISTED:' TO ICL-LABEL.
           MOVE MATCH-CT TO ICL-COUNT.
           WRITE INQ-REC FROM INQ-COUNT-LINE
               AFTER ADVANCING 2 LINES.
       1800-EXIT.
           EXIT.
       1810-LIST-ONE-ADVISEE.
           ADD 1 TO MATCH-CT.
           MOVE 0 TO RELEASE-DENIED-SW.
           IF MST-CONFIDENTIAL
               PERFORM 2050-CHECK-RELEASE
           END-IF.
           IF RELEASE-DENIED-SW = 1
               MOVE 'NO INFORMATION RELEASED' TO INL-TEXT
               PERFORM 9000-WRITE-NOTE
           ELSE
               PERFORM 1815-WRITE-ADVISEE-LINE
           END-IF.
           PERFORM 1710-READ-MASTER-NEXT.
       1815-WRITE-ADVISEE-LINE.
           MOVE MST-ID TO IAV-ID.
           MOVE MST-NAME TO IAV-NAME.
           MOVE MST-MAJOR TO IAV-MAJOR.
           MOVE MST-YEAR TO IAV-YEAR.
           EVALUATE TRUE
               WHEN MST-ACTIVE
                   MOVE 'ACTIVE' TO IAV-STATUS
               WHEN MST-ON-LEAVE
                   MOVE 'ON LEAVE' TO IAV-STATUS
               WHEN MST-WITHDRAWN
                   MOVE 'WITHDRAWN' TO IAV-STATUS
               WHEN OTHER
                   MOVE MST-STATUS TO IAV-STATUS
           END-EVALUATE.
           WRITE INQ-REC FROM INQ-ADV-DETAIL
               AFTER ADVANCING 1 LINE.
      *
      *    1750-FIND-KEY-LENGTH - SCANS THE REQUEST KEY BACK FROM
      *    POSITION 20 TO THE LAST NONBLANK CHARACTER, SO THE PREFIX
      *    IN MASTER-REC: THE MASTER FIELDS, THE COURSE AND CREDIT
      *    PICTURE FROM DA-S-COURSES, THE ARCHIVE HISTORY, AND THE
      *    RECENT JOURNAL ACTIVITY.  MST-ID IS SAVED FIRST BECAUSE
      *    THE COURSE SECTION IS DRIVEN OFF A SEPARATE FILE.  FOR A
      *    STUDENT UNDER A DIRECTORY HOLD THE PAGE STOPS AFTER THE
      *    REQUEST LINE WITH NO INFORMATION RELEASED, UNLESS THE
      *    CARD'S RELEASE CODE IS ONE THE OFFICE ACCEPTS.
      *
       2000-PRINT-PROFILE.
           ADD 1 TO PROFILE-CT.
           MOVE SPACES TO INQ-REC.
           WRITE INQ-REC
               AFTER ADVANCING 1 LINE.
           IF MST-CONFIDENTIAL
               PERFORM 2050-CHECK-RELEASE
               IF RELEASE-DENIED-SW = 1
                   MOVE 'NO INFORMATION RELEASED' TO INL-TEXT
                   PERFORM 9000-WRITE-NOTE
                   GO TO 2000-EXIT
               END-IF
               MOVE SPACES TO INL-TEXT
               STRING 'DIRECTORY HOLD - RELEASED UNDER CODE '
                       DELIMITED BY SIZE
                   IQ-RELEASE DELIMITED BY SIZE
                   INTO INL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
           END-IF.
           MOVE 'ID:' TO IFL-LABEL.
           MOVE MST-ID TO IFL-VALUE.
           PERFORM 2010-WRITE-FIELD-LINE.
                   MOVE MST-STATUS TO IFL-VALUE
           END-EVALUATE.
           PERFORM 2010-WRITE-FIELD-LINE.
           MOVE 'DIR HOLD:' TO IFL-LABEL.
           IF MST-CONFIDENTIAL
               MOVE 'YES' TO IFL-VALUE
           ELSE
               MOVE 'NO' TO IFL-VALUE
           END-IF.
           PERFORM 2010-WRITE-FIELD-LINE.
           PERFORM 2100-LIST-COURSES THRU 2100-EXIT.
           PERFORM 2200-CHECK-ARCHIVE THRU 2200-EXIT.
           PERFORM 2300-LIST-JOURNAL THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    2050-CHECK-RELEASE - DECIDES WHETHER A HELD STUDENT MAY
      *    BE SHOWN FOR THIS CARD AND COUNTS THE OUTCOME.  A CODE
      *    THAT IS PRESENT BUT NOT ACCEPTED IS NOTED SO THE DESK
      *    KNOWS WHY NOTHING CAME BACK.
      *
       2050-CHECK-RELEASE.
           IF IQ-RELEASE-AUTHORIZED
               MOVE 0 TO RELEASE-DENIED-SW
               ADD 1 TO RELEASED-CT
           ELSE
               MOVE 1 TO RELEASE-DENIED-SW
               ADD 1 TO WITHHELD-CT
               IF IQ-RELEASE NOT = SPACES
                   MOVE SPACES TO INL-TEXT
                   STRING 'RELEASE CODE NOT ACCEPTED: '
                           DELIMITED BY SIZE
                       IQ-RELEASE DELIMITED BY SIZE
                       INTO INL-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-NOTE
               END-IF
           END-IF.
       2010-WRITE-FIELD-LINE.
           WRITE INQ-REC FROM INQ-FIELD-LINE
               AFTER ADVANCING 1 LINE.
