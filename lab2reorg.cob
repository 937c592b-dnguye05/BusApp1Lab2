      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab2reorg - STU-MASTER reorganization utility.
      *         Rebuilds the registrar master with its alternate
      *         keys on MST-NAME and MST-ADVISOR (duplicates
      *         allowed).  The existing master is unloaded, through
      *         its original ID-only definition, to the sequential
      *         UR-S-ORGUNL copy; the master is then recreated under
      *         the new definition and reloaded from that copy; and
      *         the rebuilt file is read end to end along each of
      *         its three keys.  The run is proven only when the
      *         unloaded, reloaded, and per-key counts all agree.
      *         UR-S-OPARM selects the function: 'U' unload and
      *         reload, 'L' reload only from an existing UR-S-ORGUNL
      *         after a failed reload, 'V' verify the counts of an
      *         already reorganized master.  The proof prints on
      *         UR-S-ORGRPT.  The unload reads the master as
      *         it was before the directory-hold flag was added (58
      *         bytes) and the reload writes each record with the
      *         flag set to 'N', so the same run converts the master
      *         to the 59-byte STUREC.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      * 2026-10-15  DN  Initial version: unload through the ID-only
      *                 definition, reload under the alternate-key
      *                 definition, and count proof by MST-ID,
      *                 MST-NAME and MST-ADVISOR, under the
      *                 UR-S-RUNLCK run lock shared with lab2 and
      *                 lab2recov.
      * 2026-10-15  DN  The unload reads the master through its
      *                 original 58-byte layout and the reload sets
      *                 the new directory-hold flag to 'N', so the
      *                 reorganization also converts the master to
      *                 the 59-byte STUREC.
      * 2026-10-15  DN  Key-walk reads accept status 02 (duplicate
      *                 alternate key follows), so the name and
      *                 advisor counts take in every record sharing a
      *                 name or advisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2reorg.
           AUTHOR. David Nguyen.
      *MASTER FILE REORGANIZATION UTILITY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPARM-FILE ASSIGN TO 'UR-S-OPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPARM.
           SELECT ORG-PRNT-FILE ASSIGN TO 'UR-S-ORGRPT'
               FILE STATUS IS FS-ORGRPT.
      *
      *    OLD-MASTER-FILE IS STU-MASTER AS IT WAS DEFINED BEFORE THE
      *    REORGANIZATION - PRIMARY KEY ONLY, 58-BYTE RECORD WITHOUT
      *    THE DIRECTORY-HOLD FLAG - AND IS USED FOR THE UNLOAD AND
      *    NOTHING ELSE.  MASTER-FILE IS THE SAME DATA SET UNDER THE
      *    DEFINITION EVERY PROGRAM NOW CARRIES.  A MASTER ALREADY
      *    REORGANIZED DOES NOT MATCH THE OLD DEFINITION AND FAILS
      *    TO OPEN FOR UNLOAD, SO IT IS NEVER CUT SHORT BY A RERUN.
      *
           SELECT OLD-MASTER-FILE ASSIGN TO 'STU-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ID
               FILE STATUS IS FS-OLDMST.
           SELECT MASTER-FILE ASSIGN TO 'STU-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT UNLOAD-FILE ASSIGN TO 'UR-S-ORGUNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UNLOAD.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'UR-S-RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCTL.
           SELECT RUNLOCK-FILE ASSIGN TO 'UR-S-RUNLCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNLCK.
       DATA DIVISION.
       FILE SECTION.
       FD  OPARM-FILE
               LABEL RECORDS ARE OMITTED.
       01  OPARM-REC.
           03 OP-FUNCTION PIC X(01).
               88 OP-UNLOAD-RELOAD VALUE 'U'.
               88 OP-RELOAD-ONLY VALUE 'L'.
               88 OP-VERIFY-ONLY VALUE 'V'.
           03 FILLER PIC X(01).
           03 OP-LOCK-OVERRIDE PIC X(01).
           03 FILLER PIC X(77).
       FD  ORG-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  ORGRPT-REC PIC X(80).
       FD  OLD-MASTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-REC.
           03 OLD-ID PIC X(09).
           03 OLD-NAME PIC X(20).
           03 OLD-MAJOR PIC X(04).
           03 OLD-YEAR PIC X(04).
           03 OLD-ADVISOR PIC X(20).
           03 OLD-STATUS PIC X(01).
       FD  MASTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==MST-==.
       FD  UNLOAD-FILE
               LABEL RECORDS ARE OMITTED.
       01  UNLOAD-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==UNL-==.
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
      *
      *    COUNT PROOF - THE UNLOAD COUNT IS WHAT LEFT THE OLD FILE,
      *    THE RELOAD COUNT WHAT WENT INTO THE NEW ONE, AND THE THREE
      *    KEY COUNTS WHAT CAN BE READ BACK ALONG EACH INDEX.  A
      *    RECORD MISSING FROM ANY INDEX SHOWS AS A SHORT KEY COUNT.
      *
       77  UNLOAD-CT PIC 9(08) VALUE 0.
       77  RELOAD-CT PIC 9(08) VALUE 0.
       77  RELOAD-ERR-CT PIC 9(08) VALUE 0.
       77  ID-KEY-CT PIC 9(08) VALUE 0.
       77  NAME-KEY-CT PIC 9(08) VALUE 0.
       77  ADV-KEY-CT PIC 9(08) VALUE 0.
       77  PROOF-BASE-CT PIC 9(08) VALUE 0.
       77  PROOF-OK-SW PIC 9 VALUE 0.
       77  UNLOAD-OK-SW PIC 9 VALUE 0.
       77  ORG-BAD-SW PIC 9 VALUE 0.
       77  ORG-WARN-SW PIC 9 VALUE 0.
       77  EOF-M PIC 9 VALUE 0.
       77  EOF-U PIC 9 VALUE 0.
       77  FS-OPARM PIC X(02) VALUE SPACES.
       77  FS-ORGRPT PIC X(02) VALUE SPACES.
       77  FS-OLDMST PIC X(02) VALUE SPACES.
       77  FS-MASTER PIC X(02) VALUE SPACES.
       77  FS-UNLOAD PIC X(02) VALUE SPACES.
       77  FS-RUNCTL PIC X(02) VALUE SPACES.
      *
      *    RUN-LOCK FIELDS - THE RELOAD RECREATES THE MASTER, SO THE
      *    UNLOAD AND RELOAD FUNCTIONS TAKE THE UR-S-RUNLCK LOCK THE
      *    WAY LAB2RECOV DOES, WITH THE 'Y' OVERRIDE IN COLUMN 3 OF
      *    UR-S-OPARM FOR A STALE LOCK.  VERIFY ONLY READS.
      *
       77  FS-RUNLCK PIC X(02) VALUE SPACES.
       77  LOCK-HELD-SW PIC 9 VALUE 0.
       77  LOCK-REFUSED-SW PIC 9 VALUE 0.
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
       01  ORG-PAGE-BANNER.
           03 FILLER PIC X(32) VALUE
               'STU-MASTER REORGANIZATION -     '.
           03 OPB-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACES.
           03 OPB-TIME PIC X(08).
       01  ORG-NOTE-LINE.
           03 ONL-TEXT PIC X(72).
       01  ORG-COUNT-LINE.
           03 OCL-LABEL PIC X(26).
           03 OCL-VALUE PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT ORG-PRNT-FILE.
           IF FS-ORGRPT NOT = '00'
               DISPLAY 'UR-S-ORGRPT COULD NOT BE OPENED - STATUS='
                   FS-ORGRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-GET-RUN-STAMP.
           MOVE RUN-DATE-DISPLAY TO OPB-DATE.
           MOVE RUN-TIME-DISPLAY TO OPB-TIME.
           WRITE ORGRPT-REC FROM ORG-PAGE-BANNER.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           IF ORG-BAD-SW = 1
               GO TO 000-EXIT
           END-IF.
           IF NOT OP-VERIFY-ONLY
               PERFORM 1200-ACQUIRE-RUN-LOCK THRU 1200-EXIT
               IF LOCK-REFUSED-SW = 1
                   GO TO 000-EXIT
               END-IF
           END-IF.
           IF OP-UNLOAD-RELOAD
               PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
               IF UNLOAD-OK-SW = 0
                   GO TO 000-EXIT
               END-IF
           END-IF.
           IF NOT OP-VERIFY-ONLY
               PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
               IF ORG-BAD-SW = 1
                   GO TO 000-EXIT
               END-IF
           END-IF.
           PERFORM 4000-VERIFY-KEYS THRU 4000-EXIT.
           PERFORM 5000-PRINT-PROOF THRU 5000-EXIT.
       000-EXIT.
           IF LOCK-HELD-SW = 1
               PERFORM 1250-RELEASE-RUN-LOCK
           END-IF.
           CLOSE ORG-PRNT-FILE.
           IF ORG-BAD-SW = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ORG-WARN-SW = 1
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
      *    9000-WRITE-NOTE - ONE MESSAGE LINE ON THE PROOF REPORT.
      *
       9000-WRITE-NOTE.
           WRITE ORGRPT-REC FROM ORG-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ONL-TEXT.
      *
      *    1050-GET-RUN-STAMP - RUN DATE/TIME FOR THE BANNER AND THE
      *    LOCK STAMP, FORMATTED AS IN LAB2.
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
      *    1100-READ-PARM-CARD - A MISSING OR INVALID CARD DOES
      *    NOTHING; A RELOAD IS NEVER ASSUMED.
      *
       1100-READ-PARM-CARD.
           OPEN INPUT OPARM-FILE.
           IF FS-OPARM NOT = '00'
               MOVE 'UR-S-OPARM COULD NOT BE OPENED - NOTHING DONE'
                   TO ONL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               GO TO 1100-EXIT
           END-IF.
           READ OPARM-FILE
               AT END
                   MOVE SPACES TO OPARM-REC
           END-READ.
           CLOSE OPARM-FILE.
           EVALUATE TRUE
               WHEN OP-UNLOAD-RELOAD
                   MOVE 'FUNCTION: UNLOAD AND RELOAD' TO ONL-TEXT
               WHEN OP-RELOAD-ONLY
                   MOVE 'FUNCTION: RELOAD FROM UR-S-ORGUNL' TO ONL-TEXT
               WHEN OP-VERIFY-ONLY
                   MOVE 'FUNCTION: VERIFY KEY COUNTS' TO ONL-TEXT
               WHEN OTHER
                   STRING 'UR-S-OPARM FUNCTION INVALID: '
                           DELIMITED BY SIZE
                       OP-FUNCTION DELIMITED BY SIZE
                       ' - NOTHING DONE' DELIMITED BY SIZE
                       INTO ONL-TEXT
                   END-STRING
                   MOVE 1 TO ORG-BAD-SW
           END-EVALUATE.
           PERFORM 9000-WRITE-NOTE.
       1100-EXIT.
           EXIT.
      *
      *    1200-ACQUIRE-RUN-LOCK - TAKES THE UR-S-RUNLCK EXCLUSIVE
      *    LOCK SHARED WITH LAB2 AND LAB2RECOV BEFORE ANY MASTER
      *    I/O.  AN ACTIVE HOLDER REFUSES THE RUN WITH THE HOLDER'S
      *    STAMP ON THE REPORT UNLESS THE OPERATOR OVERRIDE IS ON THE
      *    PARM CARD.
      *
       1200-ACQUIRE-RUN-LOCK.
           OPEN INPUT RUNLOCK-FILE.
           IF FS-RUNLCK = '00'
               READ RUNLOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               IF FS-RUNLCK = '00'
                   AND LCK-ACTIVE
                   IF OP-LOCK-OVERRIDE = 'Y'
                       STRING 'RUN LOCK OVERRIDDEN - WAS HELD BY '
                               DELIMITED BY SIZE
                           LCK-PROGRAM DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-TIME DELIMITED BY SIZE
                           INTO ONL-TEXT
                       END-STRING
                       PERFORM 9000-WRITE-NOTE
                   ELSE
                       STRING 'REORG REFUSED - MASTER LOCKED BY '
                               DELIMITED BY SIZE
                           LCK-PROGRAM DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-TIME DELIMITED BY SIZE
                           INTO ONL-TEXT
                       END-STRING
                       PERFORM 9000-WRITE-NOTE
                       MOVE 1 TO LOCK-REFUSED-SW
                       MOVE 1 TO ORG-BAD-SW
                       CLOSE RUNLOCK-FILE
                       GO TO 1200-EXIT
                   END-IF
               END-IF
               CLOSE RUNLOCK-FILE
           END-IF.
           OPEN OUTPUT RUNLOCK-FILE.
           IF FS-RUNLCK NOT = '00'
               STRING 'UR-S-RUNLCK COULD NOT BE WRITTEN - STATUS='
                       DELIMITED BY SIZE
                   FS-RUNLCK DELIMITED BY SIZE
                   ' - REORG REFUSED' DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO LOCK-REFUSED-SW
               MOVE 1 TO ORG-BAD-SW
               GO TO 1200-EXIT
           END-IF.
           MOVE 'A' TO LCK-STATE.
           MOVE RUN-DATE-DISPLAY TO LCK-DATE.
           MOVE RUN-TIME-DISPLAY TO LCK-TIME.
           MOVE OP-FUNCTION TO LCK-MODE.
           MOVE 'LAB2REOR' TO LCK-PROGRAM.
           WRITE RUNLCK-REC.
           CLOSE RUNLOCK-FILE.
           MOVE 1 TO LOCK-HELD-SW.
       1200-EXIT.
           EXIT.
      *
      *    1250-RELEASE-RUN-LOCK - MARKS THE LOCK RELEASED AT ORDERLY
      *    END OF RUN, KEEPING THE LAST HOLDER'S STAMP FOR THE
      *    OPERATOR LOG.  A FAILED RELOAD STILL RELEASES: THE REPORT
      *    SAYS THE MASTER IS INCOMPLETE AND THE 'L' RERUN RETAKES
      *    THE LOCK.
      *
       1250-RELEASE-RUN-LOCK.
           OPEN OUTPUT RUNLOCK-FILE.
           IF FS-RUNLCK = '00'
               MOVE 'I' TO LCK-STATE
               MOVE RUN-DATE-DISPLAY TO LCK-DATE
               MOVE RUN-TIME-DISPLAY TO LCK-TIME
               MOVE OP-FUNCTION TO LCK-MODE
               MOVE 'LAB2REOR' TO LCK-PROGRAM
               WRITE RUNLCK-REC
               CLOSE RUNLOCK-FILE
           END-IF.
           MOVE 0 TO LOCK-HELD-SW.
      *
      *    2000-UNLOAD-MASTER - COPIES EVERY RECORD OF THE EXISTING
      *    MASTER, IN ID ORDER, TO UR-S-ORGUNL IN THE 59-BYTE LAYOUT
      *    WITH THE DIRECTORY HOLD SET TO 'N'.  ANY READ OR WRITE
      *    FAILURE STOPS THE RUN HERE, BEFORE THE MASTER IS TOUCHED.
      *
       2000-UNLOAD-MASTER.
           OPEN INPUT OLD-MASTER-FILE.
           IF FS-OLDMST NOT = '00'
               STRING 'STU-MASTER COULD NOT BE OPENED FOR UNLOAD - '
                       DELIMITED BY SIZE
                   'STATUS=' DELIMITED BY SIZE
                   FS-OLDMST DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 'MASTER UNCHANGED - IF ALREADY REORGANIZED, RUN V'
                   TO ONL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT UNLOAD-FILE.
           IF FS-UNLOAD NOT = '00'
               STRING 'UR-S-ORGUNL COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-UNLOAD DELIMITED BY SIZE
                   ' - MASTER UNCHANGED' DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               CLOSE OLD-MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO EOF-M.
           MOVE LOW-VALUES TO OLD-ID.
           START OLD-MASTER-FILE KEY NOT < OLD-ID
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           IF EOF-M = 0
               PERFORM 2010-READ-OLD-MASTER
           END-IF.
           PERFORM 2020-UNLOAD-ONE
               UNTIL EOF-M = 1.
           CLOSE OLD-MASTER-FILE.
           CLOSE UNLOAD-FILE.
           IF ORG-BAD-SW = 1
               MOVE 'UNLOAD INCOMPLETE - MASTER UNCHANGED' TO ONL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'RECORDS UNLOADED:' TO OCL-LABEL.
           MOVE UNLOAD-CT TO OCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 1 TO UNLOAD-OK-SW.
       2000-EXIT.
           EXIT.
       2010-READ-OLD-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
           END-READ.
           IF EOF-M = 0
               AND FS-OLDMST NOT = '00'
               STRING 'STU-MASTER READ FAILED - STATUS='
                       DELIMITED BY SIZE
                   FS-OLDMST DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               MOVE 1 TO EOF-M
           END-IF.
       2020-UNLOAD-ONE.
           MOVE OLD-MASTER-REC TO UNLOAD-REC.
           MOVE 'N' TO UNL-CONFID.
           WRITE UNLOAD-REC.
           IF FS-UNLOAD NOT = '00'
               STRING 'UR-S-ORGUNL WRITE FAILED - STATUS='
                       DELIMITED BY SIZE
                   FS-UNLOAD DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               MOVE 1 TO EOF-M
           ELSE
               ADD 1 TO UNLOAD-CT
               PERFORM 2010-READ-OLD-MASTER
           END-IF.
      *
      *    3000-RELOAD-MASTER - RECREATES STU-MASTER UNDER THE
      *    ALTERNATE-KEY DEFINITION AND LOADS IT FROM UR-S-ORGUNL,
      *    BUILDING ALL THREE INDEXES AS EACH RECORD IS WRITTEN.  ON
      *    A RELOAD-ONLY RUN THE UNLOAD COUNT IS THE NUMBER OF
      *    RECORDS READ FROM UR-S-ORGUNL.  A BLANK DIRECTORY HOLD (AN
      *    UNLOAD CUT BEFORE THE FLAG EXISTED) IS RELOADED AS 'N'.
      *
       3000-RELOAD-MASTER.
           OPEN INPUT UNLOAD-FILE.
           IF FS-UNLOAD NOT = '00'
               STRING 'UR-S-ORGUNL COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-UNLOAD DELIMITED BY SIZE
                   ' - NOTHING RELOADED' DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           IF FS-MASTER NOT = '00'
               STRING 'STU-MASTER COULD NOT BE RECREATED - STATUS='
                       DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               CLOSE UNLOAD-FILE
               GO TO 3000-EXIT
           END-IF.
           IF OP-RELOAD-ONLY
               MOVE 0 TO UNLOAD-CT
           END-IF.
           MOVE 0 TO EOF-U.
           PERFORM 3010-READ-UNLOAD.
           PERFORM 3020-RELOAD-ONE
               UNTIL EOF-U = 1.
           CLOSE UNLOAD-FILE.
           CLOSE MASTER-FILE.
           IF OP-RELOAD-ONLY
               MOVE 'RECORDS ON UR-S-ORGUNL:' TO OCL-LABEL
               MOVE UNLOAD-CT TO OCL-VALUE
               PERFORM 5900-WRITE-COUNT-LINE
           END-IF.
           MOVE 'RECORDS RELOADED:' TO OCL-LABEL.
           MOVE RELOAD-CT TO OCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           IF RELOAD-ERR-CT > 0
               MOVE 'RECORDS REJECTED ON RELOAD:' TO OCL-LABEL
               MOVE RELOAD-ERR-CT TO OCL-VALUE
               PERFORM 5900-WRITE-COUNT-LINE
           END-IF.
       3000-EXIT.
           EXIT.
       3010-READ-UNLOAD.
           READ UNLOAD-FILE
               AT END
                   MOVE 1 TO EOF-U
           END-READ.
       3020-RELOAD-ONE.
           IF OP-RELOAD-ONLY
               ADD 1 TO UNLOAD-CT
           END-IF.
           MOVE UNLOAD-REC TO MASTER-REC.
           IF MST-CONFID = SPACE
               MOVE 'N' TO MST-CONFID
           END-IF.
           WRITE MASTER-REC
               INVALID KEY
                   ADD 1 TO RELOAD-ERR-CT
                   STRING 'RELOAD REJECTED ID ' DELIMITED BY SIZE
                       UNL-ID DELIMITED BY SIZE
                       ' - STATUS=' DELIMITED BY SIZE
                       FS-MASTER DELIMITED BY SIZE
                       INTO ONL-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-NOTE
               NOT INVALID KEY
                   ADD 1 TO RELOAD-CT
           END-WRITE.
           PERFORM 3010-READ-UNLOAD.
      *
      *    4000-VERIFY-KEYS - READS THE REBUILT MASTER END TO END
      *    ALONG EACH KEY IN TURN.  EVERY RECORD MUST BE REACHABLE
      *    THROUGH ALL THREE INDEXES.
      *
       4000-VERIFY-KEYS.
           OPEN INPUT MASTER-FILE.
           IF FS-MASTER NOT = '00'
               STRING 'STU-MASTER COULD NOT BE OPENED TO VERIFY - '
                       DELIMITED BY SIZE
                   'STATUS=' DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   INTO ONL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO ORG-BAD-SW
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO EOF-M.
           MOVE LOW-VALUES TO MST-ID.
           START MASTER-FILE KEY NOT < MST-ID
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 4010-COUNT-ID-KEY
               UNTIL EOF-M = 1.
           MOVE 0 TO EOF-M.
           MOVE LOW-VALUES TO MST-NAME.
           START MASTER-FILE KEY NOT < MST-NAME
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 4020-COUNT-NAME-KEY
               UNTIL EOF-M = 1.
           MOVE 0 TO EOF-M.
           MOVE LOW-VALUES TO MST-ADVISOR.
           START MASTER-FILE KEY NOT < MST-ADVISOR
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 4030-COUNT-ADV-KEY
               UNTIL EOF-M = 1.
           CLOSE MASTER-FILE.
       4000-EXIT.
           EXIT.
       4005-READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
           END-READ.
           IF EOF-M = 0
               AND FS-MASTER NOT = '00'
               AND FS-MASTER NOT = '02'
               MOVE 1 TO EOF-M
           END-IF.
       4010-COUNT-ID-KEY.
           PERFORM 4005-READ-MASTER-NEXT.
           IF EOF-M = 0
               ADD 1 TO ID-KEY-CT
           END-IF.
       4020-COUNT-NAME-KEY.
           PERFORM 4005-READ-MASTER-NEXT.
           IF EOF-M = 0
               ADD 1 TO NAME-KEY-CT
           END-IF.
       4030-COUNT-ADV-KEY.
           PERFORM 4005-READ-MASTER-NEXT.
           IF EOF-M = 0
               ADD 1 TO ADV-KEY-CT
           END-IF.
      *
      *    5000-PRINT-PROOF - THE KEY COUNTS, COMPARED WITH THE
      *    UNLOAD COUNT (OR, ON A VERIFY RUN, WITH THE MST-ID COUNT).
      *    LAB2'S LAST CLOSING COUNT FROM UR-S-RUNCTL IS SHOWN AS A
      *    CROSS-CHECK; A DIFFERENCE THERE IS A WARNING, SINCE LAB2
      *    ITSELF WILL STOP ON IT NEXT RUN.
      *
       5000-PRINT-PROOF.
           MOVE 'COUNT BY MST-ID KEY:' TO OCL-LABEL.
           MOVE ID-KEY-CT TO OCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'COUNT BY MST-NAME KEY:' TO OCL-LABEL.
           MOVE NAME-KEY-CT TO OCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'COUNT BY MST-ADVISOR KEY:' TO OCL-LABEL.
           MOVE ADV-KEY-CT TO OCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           IF OP-VERIFY-ONLY
               MOVE ID-KEY-CT TO PROOF-BASE-CT
           ELSE
               MOVE UNLOAD-CT TO PROOF-BASE-CT
           END-IF.
           MOVE 0 TO PROOF-OK-SW.
           IF ID-KEY-CT = PROOF-BASE-CT
               AND NAME-KEY-CT = PROOF-BASE-CT
               AND ADV-KEY-CT = PROOF-BASE-CT
               AND RELOAD-ERR-CT = 0
               MOVE 1 TO PROOF-OK-SW
           END-IF.
           IF NOT OP-VERIFY-ONLY
               AND RELOAD-CT NOT = PROOF-BASE-CT
               MOVE 0 TO PROOF-OK-SW
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE SPACES TO RUNCTL-REC
               END-READ
               CLOSE RUN-CONTROL-FILE
               IF RUNCTL-COUNT-OUT IS NUMERIC
                   MOVE 'LAB2 LAST CLOSING COUNT:' TO OCL-LABEL
                   MOVE RUNCTL-COUNT-OUT TO OCL-VALUE
                   PERFORM 5900-WRITE-COUNT-LINE
                   IF RUNCTL-COUNT-OUT NOT = ID-KEY-CT
                       MOVE
                       'WARNING - MASTER COUNT DIFFERS FROM UR-S-RUNCTL'
                           TO ONL-TEXT
                       PERFORM 9000-WRITE-NOTE
                       MOVE 1 TO ORG-WARN-SW
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO ORGRPT-REC.
           WRITE ORGRPT-REC
               AFTER ADVANCING 1 LINE.
           IF PROOF-OK-SW = 1
               MOVE 'COUNTS MATCH - REORGANIZATION PROVEN' TO ONL-TEXT
               PERFORM 9000-WRITE-NOTE
           ELSE
               MOVE 'COUNTS DO NOT MATCH - MASTER NOT PROVEN' TO
                   ONL-TEXT
               PERFORM 9000-WRITE-NOTE
               IF NOT OP-VERIFY-ONLY
                   MOVE 'KEEP UR-S-ORGUNL AND RERUN WITH FUNCTION L'
                       TO ONL-TEXT
                   PERFORM 9000-WRITE-NOTE
               END-IF
               MOVE 1 TO ORG-BAD-SW
           END-IF.
       5000-EXIT.
           EXIT.
       5900-WRITE-COUNT-LINE.
           WRITE ORGRPT-REC FROM ORG-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab2reorg.
