      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab2conv - one-time conversion of the sequential
      *         files that carry student record images to the
      *         59-byte STUREC (directory-hold flag at col 59).
      *         STU-MASTER itself is converted by lab2reorg; this
      *         run does the rest:
      *           UR-S-XSNAP   master snapshot    58 -> 59
      *           UR-S-ARCH    archived students  64 -> 65
      *           UR-S-JRNL    master journal    139 -> 141
      *           UR-S-JHIST   journal history   145 -> 147
      *           DA-S-SUSP    held transactions  89 -> 90
      *           DA-S-PENDTX  parked changes     89 -> 90
      *         Master images (snapshot, archive, journal before
      *         and after) gain an 'N' - no hold; an empty journal
      *         image stays empty.  Transaction images (suspense and
      *         pending) gain a blank, which lab2 reads as 'N' on an
      *         add and as "leave the master alone" on a change, the
      *         same as a DA-S-INPUT card with the column left
      *         empty.  Each file is copied to UR-S-CNVWK converted
      *         and then copied back.  UR-S-CNVCTL records each file
      *         as it completes, so a rerun after a failure converts
      *         only what is left and a file is never widened twice.
      *         UR-S-CPARM must carry 'C' in column 1; 'Y' in column
      *         3 overrides a stale run lock.  The conversion
      *         register prints on UR-S-CNVRPT.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      * 2026-10-15  DN  Initial version: snapshot, archive, journal,
      *                 journal-history, suspense and pending files
      *                 widened for the directory-hold flag under the
      *                 UR-S-RUNLCK run lock, with per-file completion
      *                 kept on UR-S-CNVCTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2conv.
           AUTHOR. David Nguyen.
      *STUDENT-IMAGE FILE CONVERSION UTILITY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPARM-FILE ASSIGN TO 'UR-S-CPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CPARM.
           SELECT CNV-PRNT-FILE ASSIGN TO 'UR-S-CNVRPT'
               FILE STATUS IS FS-CNVRPT.
           SELECT CNV-CONTROL-FILE ASSIGN TO 'UR-S-CNVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CNVCTL.
           SELECT CNV-WORK-FILE ASSIGN TO 'UR-S-CNVWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CNVWK.
      *
      *    EACH CONVERTED FILE IS DECLARED TWICE UNDER THE SAME NAME:
      *    OLD- WITH THE RECORD LENGTH IT HAS NOW, FOR THE READ, AND
      *    NEW- WITH THE WIDENED LENGTH, FOR THE COPY BACK.
      *
           SELECT OLD-XSNAP-FILE ASSIGN TO 'UR-S-XSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-XSNAP.
           SELECT NEW-XSNAP-FILE ASSIGN TO 'UR-S-XSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-XSNAP.
           SELECT OLD-ARCH-FILE ASSIGN TO 'UR-S-ARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH.
           SELECT NEW-ARCH-FILE ASSIGN TO 'UR-S-ARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH.
           SELECT OLD-JRNL-FILE ASSIGN TO 'UR-S-JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNL.
           SELECT NEW-JRNL-FILE ASSIGN TO 'UR-S-JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNL.
           SELECT OLD-JHIST-FILE ASSIGN TO 'UR-S-JHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JHIST.
           SELECT NEW-JHIST-FILE ASSIGN TO 'UR-S-JHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JHIST.
           SELECT OLD-SUSP-FILE ASSIGN TO 'DA-S-SUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSP.
           SELECT NEW-SUSP-FILE ASSIGN TO 'DA-S-SUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSP.
           SELECT OLD-PEND-FILE ASSIGN TO 'DA-S-PENDTX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEND.
           SELECT NEW-PEND-FILE ASSIGN TO 'DA-S-PENDTX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEND.
           SELECT RUNLOCK-FILE ASSIGN TO 'UR-S-RUNLCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNLCK.
       DATA DIVISION.
       FILE SECTION.
       FD  CPARM-FILE
               LABEL RECORDS ARE OMITTED.
       01  CPARM-REC.
           03 CP-FUNCTION PIC X(01).
               88 CP-CONVERT VALUE 'C'.
           03 FILLER PIC X(01).
           03 CP-LOCK-OVERRIDE PIC X(01).
           03 FILLER PIC X(77).
       FD  CNV-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  CNVRPT-REC PIC X(80).
       FD  CNV-CONTROL-FILE
               LABEL RECORDS ARE OMITTED.
       01  CNVCTL-REC.
           03 CCT-LAYOUT PIC X(08).
           03 CCT-DONE PIC X(01) OCCURS 6 TIMES.
           03 CCT-DATE PIC X(08).
       FD  CNV-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  CNVWK-REC PIC X(147).
       FD  OLD-XSNAP-FILE
               LABEL RECORDS ARE OMITTED.
       01  OLD-XSNAP-REC PIC X(58).
       FD  NEW-XSNAP-FILE
               LABEL RECORDS ARE OMITTED.
       01  NEW-XSNAP-REC PIC X(59).
       FD  OLD-ARCH-FILE
               LABEL RECORDS ARE OMITTED.
       01  OLD-ARCH-REC PIC X(64).
       FD  NEW-ARCH-FILE
               LABEL RECORDS ARE OMITTED.
       01  NEW-ARCH-REC PIC X(65).
       FD  OLD-JRNL-FILE
               LABEL RECORDS ARE OMITTED.
       01  OLD-JRNL-REC PIC X(139).
       FD  NEW-JRNL-FILE
               LABEL RECORDS ARE OMITTED.
       01  NEW-JRNL-REC PIC X(141).
       FD  OLD-JHIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  OLD-JHIST-REC.
           03 OJH-TERM-STAMP PIC X(06).
           03 OJH-JRNL-IMAGE PIC X(139).
       FD  NEW-JHIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  NEW-JHIST-REC PIC X(147).
       FD  OLD-SUSP-FILE
               LABEL RECORDS ARE OMITTED.
       01  OLD-SUSP-REC PIC X(89).
       FD  NEW-SUSP-FILE
               LABEL RECORDS ARE OMITTED.
       01  NEW-SUSP-REC PIC X(90).
       FD  OLD-PEND-FILE
               LABEL RECORDS ARE OMITTED.
       01  OLD-PEND-REC PIC X(89).
       FD  NEW-PEND-FILE
               LABEL RECORDS ARE OMITTED.
       01  NEW-PEND-REC PIC X(90).
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
       77  FS-CPARM PIC X(02) VALUE SPACES.
       77  FS-CNVRPT PIC X(02) VALUE SPACES.
       77  FS-CNVCTL PIC X(02) VALUE SPACES.
       77  FS-CNVWK PIC X(02) VALUE SPACES.
       77  FS-XSNAP PIC X(02) VALUE SPACES.
       77  FS-ARCH PIC X(02) VALUE SPACES.
       77  FS-JRNL PIC X(02) VALUE SPACES.
       77  FS-JHIST PIC X(02) VALUE SPACES.
       77  FS-SUSP PIC X(02) VALUE SPACES.
       77  FS-PEND PIC X(02) VALUE SPACES.
       77  FS-RUNLCK PIC X(02) VALUE SPACES.
      *
      *    CONVERSION CONTROL - ONE DONE FLAG PER FILE, IN THE ORDER
      *    THE FILES ARE CONVERTED, CARRIED ON UR-S-CNVCTL UNDER THE
      *    LAYOUT STAMP.  A FILE FLAGGED 'Y' IS SKIPPED.
      *
       01  CNV-DONE-TABLE.
           03 CNV-DONE PIC X(01) OCCURS 6 TIMES.
       77  CNV-LAYOUT-STAMP PIC X(08) VALUE 'STUREC59'.
       77  CNV-X PIC 9(01) VALUE 0.
       77  CNV-FILE-NAME PIC X(12) VALUE SPACES.
       77  CNV-FS PIC X(02) VALUE SPACES.
       77  CNV-SKIP-SW PIC 9 VALUE 0.
       77  CNV-BAD-SW PIC 9 VALUE 0.
       77  CNV-CONVERTED-CT PIC 9(08) VALUE 0.
       77  CNV-READ-CT PIC 9(08) VALUE 0.
       77  CNV-WRITE-CT PIC 9(08) VALUE 0.
       77  EOF-C PIC 9 VALUE 0.
      *
      *    JOURNAL IMAGE WORK AREAS - A 139-BYTE JOURNAL RECORD IN,
      *    A 141-BYTE ONE OUT, SHARED BY UR-S-JRNL AND UR-S-JHIST.
      *
       77  JRN-OLD-IMAGE PIC X(139) VALUE SPACES.
       77  JRN-NEW-IMAGE PIC X(141) VALUE SPACES.
      *
      *    TRANSACTION IMAGE TAIL - TRANS CODE AND EFFECTIVE DATE,
      *    HELD WHILE THE HOLD BYTE IS INSERTED AHEAD OF THEM.
      *
       77  TRN-TAIL PIC X(09) VALUE SPACES.
      *
      *    RUN-LOCK FIELDS - EVERY FILE CONVERTED HERE IS WRITTEN BY
      *    LAB2, SO THE RUN HOLDS UR-S-RUNLCK THE WAY LAB2REORG DOES.
      *
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
       01  CNV-PAGE-BANNER.
           03 FILLER PIC X(32) VALUE
               'STUDENT-IMAGE FILE CONVERSION - '.
           03 CPB-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACES.
           03 CPB-TIME PIC X(08).
       01  CNV-NOTE-LINE.
           03 CNL-TEXT PIC X(72).
       01  CNV-COUNT-LINE.
           03 CCL-FILE PIC X(12).
           03 CCL-LABEL PIC X(18).
           03 CCL-VALUE PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT CNV-PRNT-FILE.
           IF FS-CNVRPT NOT = '00'
               DISPLAY 'UR-S-CNVRPT COULD NOT BE OPENED - STATUS='
                   FS-CNVRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-GET-RUN-STAMP.
           MOVE RUN-DATE-DISPLAY TO CPB-DATE.
           MOVE RUN-TIME-DISPLAY TO CPB-TIME.
           WRITE CNVRPT-REC FROM CNV-PAGE-BANNER.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           IF CNV-BAD-SW = 1
               GO TO 000-EXIT
           END-IF.
           PERFORM 1150-LOAD-CONV-CONTROL.
           PERFORM 1200-ACQUIRE-RUN-LOCK THRU 1200-EXIT.
           IF LOCK-REFUSED-SW = 1
               GO TO 000-EXIT
           END-IF.
           PERFORM 2000-CONVERT-FILES THRU 2000-EXIT.
           MOVE SPACES TO CNVRPT-REC.
           WRITE CNVRPT-REC
               AFTER ADVANCING 1 LINE.
           IF CNV-BAD-SW = 1
               MOVE 'CONVERSION INCOMPLETE - CORRECT AND RERUN; FILES'
                   TO CNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 'ALREADY CONVERTED ARE SKIPPED ON THE RERUN'
                   TO CNL-TEXT
               PERFORM 9000-WRITE-NOTE
           ELSE
               MOVE 'CONVERSION COMPLETE - ALL FILES AT 59-BYTE STUREC'
                   TO CNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
       000-EXIT.
           IF LOCK-HELD-SW = 1
               PERFORM 1250-RELEASE-RUN-LOCK
           END-IF.
           CLOSE CNV-PRNT-FILE.
           IF CNV-BAD-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    9000-WRITE-NOTE - ONE MESSAGE LINE ON THE REGISTER.
      *
       9000-WRITE-NOTE.
           WRITE CNVRPT-REC FROM CNV-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNL-TEXT.
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
      *    NOTHING; A CONVERSION IS NEVER ASSUMED.
      *
       1100-READ-PARM-CARD.
           OPEN INPUT CPARM-FILE.
           IF FS-CPARM NOT = '00'
               MOVE 'UR-S-CPARM COULD NOT BE OPENED - NOTHING DONE'
                   TO CNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
               GO TO 1100-EXIT
           END-IF.
           READ CPARM-FILE
               AT END
                   MOVE SPACES TO CPARM-REC
           END-READ.
           CLOSE CPARM-FILE.
           IF NOT CP-CONVERT
               STRING 'UR-S-CPARM FUNCTION INVALID: ' DELIMITED BY SIZE
                   CP-FUNCTION DELIMITED BY SIZE
                   ' - NOTHING DONE' DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    1150-LOAD-CONV-CONTROL/1160-SAVE-CONV-CONTROL - THE DONE
      *    FLAGS, RE-SAVED AFTER EACH FILE COMPLETES.  NO FILE, OR A
      *    RECORD WITHOUT THE LAYOUT STAMP, IS THE FIRST RUN.
      *
       1150-LOAD-CONV-CONTROL.
           MOVE 'NNNNNN' TO CNV-DONE-TABLE.
           OPEN INPUT CNV-CONTROL-FILE.
           IF FS-CNVCTL = '00'
               READ CNV-CONTROL-FILE
                   AT END
                       MOVE SPACES TO CNVCTL-REC
               END-READ
               IF CCT-LAYOUT = CNV-LAYOUT-STAMP
                   MOVE CNVCTL-REC (9:6) TO CNV-DONE-TABLE
               END-IF
               CLOSE CNV-CONTROL-FILE
           END-IF.
       1160-SAVE-CONV-CONTROL.
           OPEN OUTPUT CNV-CONTROL-FILE.
           IF FS-CNVCTL NOT = '00'
               STRING 'UR-S-CNVCTL COULD NOT BE WRITTEN - STATUS='
                       DELIMITED BY SIZE
                   FS-CNVCTL DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
           ELSE
               MOVE CNV-LAYOUT-STAMP TO CCT-LAYOUT
               MOVE CNV-DONE-TABLE TO CNVCTL-REC (9:6)
               MOVE RUN-DATE-DISPLAY TO CCT-DATE
               WRITE CNVCTL-REC
               CLOSE CNV-CONTROL-FILE
           END-IF.
      *
      *    1200-ACQUIRE-RUN-LOCK - TAKES THE UR-S-RUNLCK EXCLUSIVE
      *    LOCK SHARED WITH LAB2 BEFORE ANY FILE IS TOUCHED.  AN
      *    ACTIVE HOLDER REFUSES THE RUN WITH THE HOLDER'S STAMP ON
      *    THE REGISTER UNLESS THE OPERATOR OVERRIDE IS ON THE CARD.
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
                   IF CP-LOCK-OVERRIDE = 'Y'
                       STRING 'RUN LOCK OVERRIDDEN - WAS HELD BY '
                               DELIMITED BY SIZE
                           LCK-PROGRAM DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-TIME DELIMITED BY SIZE
                           INTO CNL-TEXT
                       END-STRING
                       PERFORM 9000-WRITE-NOTE
                   ELSE
                       STRING 'CONVERSION REFUSED - LOCKED BY '
                               DELIMITED BY SIZE
                           LCK-PROGRAM DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-TIME DELIMITED BY SIZE
                           INTO CNL-TEXT
                       END-STRING
                       PERFORM 9000-WRITE-NOTE
                       MOVE 1 TO LOCK-REFUSED-SW
                       MOVE 1 TO CNV-BAD-SW
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
                   ' - CONVERSION REFUSED' DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO LOCK-REFUSED-SW
               MOVE 1 TO CNV-BAD-SW
               GO TO 1200-EXIT
           END-IF.
           MOVE 'A' TO LCK-STATE.
           MOVE RUN-DATE-DISPLAY TO LCK-DATE.
           MOVE RUN-TIME-DISPLAY TO LCK-TIME.
           MOVE CP-FUNCTION TO LCK-MODE.
           MOVE 'LAB2CONV' TO LCK-PROGRAM.
           WRITE RUNLCK-REC.
           CLOSE RUNLOCK-FILE.
           MOVE 1 TO LOCK-HELD-SW.
       1200-EXIT.
           EXIT.
      *
      *    1250-RELEASE-RUN-LOCK - MARKS THE LOCK RELEASED AT ORDERLY
      *    END OF RUN, KEEPING THE LAST HOLDER'S STAMP.
      *
       1250-RELEASE-RUN-LOCK.
           OPEN OUTPUT RUNLOCK-FILE.
           IF FS-RUNLCK = '00'
               MOVE 'I' TO LCK-STATE
               MOVE RUN-DATE-DISPLAY TO LCK-DATE
               MOVE RUN-TIME-DISPLAY TO LCK-TIME
               MOVE CP-FUNCTION TO LCK-MODE
               MOVE 'LAB2CONV' TO LCK-PROGRAM
               WRITE RUNLCK-REC
               CLOSE RUNLOCK-FILE
           END-IF.
           MOVE 0 TO LOCK-HELD-SW.
      *
      *    2000-CONVERT-FILES - ONE FILE AT A TIME.  THE FIRST
      *    FAILURE STOPS THE RUN, LEAVING UR-S-CNVWK HOLDING THE
      *    CONVERTED COPY OF THE FILE THAT FAILED.
      *
       2000-CONVERT-FILES.
           PERFORM 2100-CONVERT-XSNAP THRU 2100-EXIT.
           IF CNV-BAD-SW = 1
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-CONVERT-ARCH THRU 2200-EXIT.
           IF CNV-BAD-SW = 1
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-CONVERT-JRNL THRU 2300-EXIT.
           IF CNV-BAD-SW = 1
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2400-CONVERT-JHIST THRU 2400-EXIT.
           IF CNV-BAD-SW = 1
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-CONVERT-SUSP THRU 2500-EXIT.
           IF CNV-BAD-SW = 1
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2600-CONVERT-PEND THRU 2600-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    2100-CONVERT-XSNAP - THE MASTER SNAPSHOT: 'N' APPENDED AT
      *    COLUMN 59.
      *
       2100-CONVERT-XSNAP.
           MOVE 1 TO CNV-X.
           MOVE 'UR-S-XSNAP' TO CNV-FILE-NAME.
           PERFORM 2900-CHECK-DONE.
           IF CNV-SKIP-SW = 1
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT OLD-XSNAP-FILE.
           MOVE FS-XSNAP TO CNV-FS.
           IF CNV-FS NOT = '00'
               PERFORM 2910-OPEN-NOT-DONE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2920-OPEN-WORK-OUTPUT.
           IF CNV-BAD-SW = 1
               CLOSE OLD-XSNAP-FILE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-OLD-XSNAP.
           PERFORM 2120-CONVERT-ONE-XSNAP
               UNTIL EOF-C = 1.
           CLOSE OLD-XSNAP-FILE.
           CLOSE CNV-WORK-FILE.
           IF CNV-BAD-SW = 1
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT NEW-XSNAP-FILE.
           MOVE FS-XSNAP TO CNV-FS.
           IF FS-CNVWK NOT = '00'
               OR CNV-FS NOT = '00'
               PERFORM 2930-REWRITE-FAILED
               CLOSE CNV-WORK-FILE
               CLOSE NEW-XSNAP-FILE
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO EOF-C.
           PERFORM 2940-READ-WORK.
           PERFORM 2130-COPY-ONE-XSNAP
               UNTIL EOF-C = 1.
           CLOSE CNV-WORK-FILE.
           CLOSE NEW-XSNAP-FILE.
           PERFORM 2950-FINISH-FILE.
       2100-EXIT.
           EXIT.
       2110-READ-OLD-XSNAP.
           READ OLD-XSNAP-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
           MOVE FS-XSNAP TO CNV-FS.
           PERFORM 2960-CHECK-READ.
       2120-CONVERT-ONE-XSNAP.
           MOVE SPACES TO CNVWK-REC.
           MOVE OLD-XSNAP-REC TO CNVWK-REC (1:58).
           MOVE 'N' TO CNVWK-REC (59:1).
           PERFORM 2970-WRITE-WORK.
           IF EOF-C = 0
               PERFORM 2110-READ-OLD-XSNAP
           END-IF.
       2130-COPY-ONE-XSNAP.
           WRITE NEW-XSNAP-REC FROM CNVWK-REC.
           ADD 1 TO CNV-WRITE-CT.
           PERFORM 2940-READ-WORK.
      *
      *    2200-CONVERT-ARCH - THE STUDENT ARCHIVE: TERM STAMP IN
      *    1-6, STUDENT IMAGE IN 7-64, 'N' APPENDED AT COLUMN 65.
      *
       2200-CONVERT-ARCH.
           MOVE 2 TO CNV-X.
           MOVE 'UR-S-ARCH' TO CNV-FILE-NAME.
           PERFORM 2900-CHECK-DONE.
           IF CNV-SKIP-SW = 1
               GO TO 2200-EXIT
           END-IF.
           OPEN INPUT OLD-ARCH-FILE.
           MOVE FS-ARCH TO CNV-FS.
           IF CNV-FS NOT = '00'
               PERFORM 2910-OPEN-NOT-DONE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2920-OPEN-WORK-OUTPUT.
           IF CNV-BAD-SW = 1
               CLOSE OLD-ARCH-FILE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-READ-OLD-ARCH.
           PERFORM 2220-CONVERT-ONE-ARCH
               UNTIL EOF-C = 1.
           CLOSE OLD-ARCH-FILE.
           CLOSE CNV-WORK-FILE.
           IF CNV-BAD-SW = 1
               GO TO 2200-EXIT
           END-IF.
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT NEW-ARCH-FILE.
           MOVE FS-ARCH TO CNV-FS.
           IF FS-CNVWK NOT = '00'
               OR CNV-FS NOT = '00'
               PERFORM 2930-REWRITE-FAILED
               CLOSE CNV-WORK-FILE
               CLOSE NEW-ARCH-FILE
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO EOF-C.
           PERFORM 2940-READ-WORK.
           PERFORM 2230-COPY-ONE-ARCH
               UNTIL EOF-C = 1.
           CLOSE CNV-WORK-FILE.
           CLOSE NEW-ARCH-FILE.
           PERFORM 2950-FINISH-FILE.
       2200-EXIT.
           EXIT.
       2210-READ-OLD-ARCH.
           READ OLD-ARCH-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
           MOVE FS-ARCH TO CNV-FS.
           PERFORM 2960-CHECK-READ.
       2220-CONVERT-ONE-ARCH.
           MOVE SPACES TO CNVWK-REC.
           MOVE OLD-ARCH-REC TO CNVWK-REC (1:64).
           MOVE 'N' TO CNVWK-REC (65:1).
           PERFORM 2970-WRITE-WORK.
           IF EOF-C = 0
               PERFORM 2210-READ-OLD-ARCH
           END-IF.
       2230-COPY-ONE-ARCH.
           WRITE NEW-ARCH-REC FROM CNVWK-REC.
           ADD 1 TO CNV-WRITE-CT.
           PERFORM 2940-READ-WORK.
      *
      *    2300-CONVERT-JRNL - THE MASTER JOURNAL: BOTH RECORD IMAGES
      *    WIDENED BY 2350-WIDEN-JOURNAL-IMAGE.
      *
       2300-CONVERT-JRNL.
           MOVE 3 TO CNV-X.
           MOVE 'UR-S-JRNL' TO CNV-FILE-NAME.
           PERFORM 2900-CHECK-DONE.
           IF CNV-SKIP-SW = 1
               GO TO 2300-EXIT
           END-IF.
           OPEN INPUT OLD-JRNL-FILE.
           MOVE FS-JRNL TO CNV-FS.
           IF CNV-FS NOT = '00'
               PERFORM 2910-OPEN-NOT-DONE
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2920-OPEN-WORK-OUTPUT.
           IF CNV-BAD-SW = 1
               CLOSE OLD-JRNL-FILE
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-READ-OLD-JRNL.
           PERFORM 2320-CONVERT-ONE-JRNL
               UNTIL EOF-C = 1.
           CLOSE OLD-JRNL-FILE.
           CLOSE CNV-WORK-FILE.
           IF CNV-BAD-SW = 1
               GO TO 2300-EXIT
           END-IF.
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT NEW-JRNL-FILE.
           MOVE FS-JRNL TO CNV-FS.
           IF FS-CNVWK NOT = '00'
               OR CNV-FS NOT = '00'
               PERFORM 2930-REWRITE-FAILED
               CLOSE CNV-WORK-FILE
               CLOSE NEW-JRNL-FILE
               GO TO 2300-EXIT
           END-IF.
           MOVE 0 TO EOF-C.
           PERFORM 2940-READ-WORK.
           PERFORM 2330-COPY-ONE-JRNL
               UNTIL EOF-C = 1.
           CLOSE CNV-WORK-FILE.
           CLOSE NEW-JRNL-FILE.
           PERFORM 2950-FINISH-FILE.
       2300-EXIT.
           EXIT.
       2310-READ-OLD-JRNL.
           READ OLD-JRNL-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
           MOVE FS-JRNL TO CNV-FS.
           PERFORM 2960-CHECK-READ.
       2320-CONVERT-ONE-JRNL.
           MOVE OLD-JRNL-REC TO JRN-OLD-IMAGE.
           PERFORM 2350-WIDEN-JOURNAL-IMAGE.
           MOVE SPACES TO CNVWK-REC.
           MOVE JRN-NEW-IMAGE TO CNVWK-REC (1:141).
           PERFORM 2970-WRITE-WORK.
           IF EOF-C = 0
               PERFORM 2310-READ-OLD-JRNL
           END-IF.
       2330-COPY-ONE-JRNL.
           WRITE NEW-JRNL-REC FROM CNVWK-REC.
           ADD 1 TO CNV-WRITE-CT.
           PERFORM 2940-READ-WORK.
      *
      *    2350-WIDEN-JOURNAL-IMAGE - ACTION, RUN DATE, RUN TIME AND
      *    BATCH (1-23) UNCHANGED; THE 58-BYTE BEFORE IMAGE (24-81)
      *    AND AFTER IMAGE (82-139) EACH GAIN A HOLD BYTE, AT 82 AND
      *    141 OF THE NEW RECORD.  AN EMPTY IMAGE - THE BEFORE IMAGE
      *    OF AN ADD, THE AFTER IMAGE OF A DELETE - STAYS ALL SPACES.
      *
       2350-WIDEN-JOURNAL-IMAGE.
           MOVE SPACES TO JRN-NEW-IMAGE.
           MOVE JRN-OLD-IMAGE (1:23) TO JRN-NEW-IMAGE (1:23).
           MOVE JRN-OLD-IMAGE (24:58) TO JRN-NEW-IMAGE (24:58).
           IF JRN-OLD-IMAGE (24:58) NOT = SPACES
               MOVE 'N' TO JRN-NEW-IMAGE (82:1)
           END-IF.
           MOVE JRN-OLD-IMAGE (82:58) TO JRN-NEW-IMAGE (83:58).
           IF JRN-OLD-IMAGE (82:58) NOT = SPACES
               MOVE 'N' TO JRN-NEW-IMAGE (141:1)
           END-IF.
      *
      *    2400-CONVERT-JHIST - THE JOURNAL HISTORY: TERM STAMP IN
      *    1-6 FOLLOWED BY A JOURNAL RECORD, WIDENED AS ABOVE.
      *
       2400-CONVERT-JHIST.
           MOVE 4 TO CNV-X.
           MOVE 'UR-S-JHIST' TO CNV-FILE-NAME.
           PERFORM 2900-CHECK-DONE.
           IF CNV-SKIP-SW = 1
               GO TO 2400-EXIT
           END-IF.
           OPEN INPUT OLD-JHIST-FILE.
           MOVE FS-JHIST TO CNV-FS.
           IF CNV-FS NOT = '00'
               PERFORM 2910-OPEN-NOT-DONE
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2920-OPEN-WORK-OUTPUT.
           IF CNV-BAD-SW = 1
               CLOSE OLD-JHIST-FILE
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-READ-OLD-JHIST.
           PERFORM 2420-CONVERT-ONE-JHIST
               UNTIL EOF-C = 1.
           CLOSE OLD-JHIST-FILE.
           CLOSE CNV-WORK-FILE.
           IF CNV-BAD-SW = 1
               GO TO 2400-EXIT
           END-IF.
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT NEW-JHIST-FILE.
           MOVE FS-JHIST TO CNV-FS.
           IF FS-CNVWK NOT = '00'
               OR CNV-FS NOT = '00'
               PERFORM 2930-REWRITE-FAILED
               CLOSE CNV-WORK-FILE
               CLOSE NEW-JHIST-FILE
               GO TO 2400-EXIT
           END-IF.
           MOVE 0 TO EOF-C.
           PERFORM 2940-READ-WORK.
           PERFORM 2430-COPY-ONE-JHIST
               UNTIL EOF-C = 1.
           CLOSE CNV-WORK-FILE.
           CLOSE NEW-JHIST-FILE.
           PERFORM 2950-FINISH-FILE.
       2400-EXIT.
           EXIT.
       2410-READ-OLD-JHIST.
           READ OLD-JHIST-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
           MOVE FS-JHIST TO CNV-FS.
           PERFORM 2960-CHECK-READ.
       2420-CONVERT-ONE-JHIST.
           MOVE OJH-JRNL-IMAGE TO JRN-OLD-IMAGE.
           PERFORM 2350-WIDEN-JOURNAL-IMAGE.
           MOVE SPACES TO CNVWK-REC.
           MOVE OJH-TERM-STAMP TO CNVWK-REC (1:6).
           MOVE JRN-NEW-IMAGE TO CNVWK-REC (7:141).
           PERFORM 2970-WRITE-WORK.
           IF EOF-C = 0
               PERFORM 2410-READ-OLD-JHIST
           END-IF.
       2430-COPY-ONE-JHIST.
           WRITE NEW-JHIST-REC FROM CNVWK-REC.
           ADD 1 TO CNV-WRITE-CT.
           PERFORM 2940-READ-WORK.
      *
      *    2500-CONVERT-SUSP - HELD TRANSACTIONS: CYCLE COUNT AND
      *    REASON (1-22), THEN THE DA-S-INPUT IMAGE, WIDENED BY
      *    2550-WIDEN-TRANS-IMAGE.
      *
       2500-CONVERT-SUSP.
           MOVE 5 TO CNV-X.
           MOVE 'DA-S-SUSP' TO CNV-FILE-NAME.
           PERFORM 2900-CHECK-DONE.
           IF CNV-SKIP-SW = 1
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT OLD-SUSP-FILE.
           MOVE FS-SUSP TO CNV-FS.
           IF CNV-FS NOT = '00'
               PERFORM 2910-OPEN-NOT-DONE
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2920-OPEN-WORK-OUTPUT.
           IF CNV-BAD-SW = 1
               CLOSE OLD-SUSP-FILE
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-READ-OLD-SUSP.
           PERFORM 2520-CONVERT-ONE-SUSP
               UNTIL EOF-C = 1.
           CLOSE OLD-SUSP-FILE.
           CLOSE CNV-WORK-FILE.
           IF CNV-BAD-SW = 1
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT NEW-SUSP-FILE.
           MOVE FS-SUSP TO CNV-FS.
           IF FS-CNVWK NOT = '00'
               OR CNV-FS NOT = '00'
               PERFORM 2930-REWRITE-FAILED
               CLOSE CNV-WORK-FILE
               CLOSE NEW-SUSP-FILE
               GO TO 2500-EXIT
           END-IF.
           MOVE 0 TO EOF-C.
           PERFORM 2940-READ-WORK.
           PERFORM 2530-COPY-ONE-SUSP
               UNTIL EOF-C = 1.
           CLOSE CNV-WORK-FILE.
           CLOSE NEW-SUSP-FILE.
           PERFORM 2950-FINISH-FILE.
       2500-EXIT.
           EXIT.
       2510-READ-OLD-SUSP.
           READ OLD-SUSP-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
           MOVE FS-SUSP TO CNV-FS.
           PERFORM 2960-CHECK-READ.
       2520-CONVERT-ONE-SUSP.
           MOVE SPACES TO CNVWK-REC.
           MOVE OLD-SUSP-REC TO CNVWK-REC (1:89).
           PERFORM 2550-WIDEN-TRANS-IMAGE.
           PERFORM 2970-WRITE-WORK.
           IF EOF-C = 0
               PERFORM 2510-READ-OLD-SUSP
           END-IF.
       2530-COPY-ONE-SUSP.
           WRITE NEW-SUSP-REC FROM CNVWK-REC.
           ADD 1 TO CNV-WRITE-CT.
           PERFORM 2940-READ-WORK.
      *
      *    2550-WIDEN-TRANS-IMAGE - DA-S-SUSP AND DA-S-PENDTX BOTH
      *    CARRY A 22-BYTE PREFIX AND THEN THE TRANSACTION IMAGE:
      *    STUDENT FIELDS (23-80), TRANS CODE (81) AND EFFECTIVE DATE
      *    (82-89).  A BLANK HOLD IS INSERTED AT 81, MOVING THE CODE
      *    TO 82 AND THE DATE TO 83-90, AS ON THE NEW DA-S-INPUT.
      *    THE OLD RECORD IS ALREADY IN CNVWK-REC (1:89).
      *
       2550-WIDEN-TRANS-IMAGE.
           MOVE CNVWK-REC (81:9) TO TRN-TAIL.
           MOVE SPACE TO CNVWK-REC (81:1).
           MOVE TRN-TAIL TO CNVWK-REC (82:9).
      *
      *    2600-CONVERT-PEND - PARKED CHANGES: EFFECTIVE DATE, ENTRY
      *    DATE AND BATCH (1-22), THEN THE TRANSACTION IMAGE.
      *
       2600-CONVERT-PEND.
           MOVE 6 TO CNV-X.
           MOVE 'DA-S-PENDTX' TO CNV-FILE-NAME.
           PERFORM 2900-CHECK-DONE.
           IF CNV-SKIP-SW = 1
               GO TO 2600-EXIT
           END-IF.
           OPEN INPUT OLD-PEND-FILE.
           MOVE FS-PEND TO CNV-FS.
           IF CNV-FS NOT = '00'
               PERFORM 2910-OPEN-NOT-DONE
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2920-OPEN-WORK-OUTPUT.
           IF CNV-BAD-SW = 1
               CLOSE OLD-PEND-FILE
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-READ-OLD-PEND.
           PERFORM 2620-CONVERT-ONE-PEND
               UNTIL EOF-C = 1.
           CLOSE OLD-PEND-FILE.
           CLOSE CNV-WORK-FILE.
           IF CNV-BAD-SW = 1
               GO TO 2600-EXIT
           END-IF.
           OPEN INPUT CNV-WORK-FILE.
           OPEN OUTPUT NEW-PEND-FILE.
           MOVE FS-PEND TO CNV-FS.
           IF FS-CNVWK NOT = '00'
               OR CNV-FS NOT = '00'
               PERFORM 2930-REWRITE-FAILED
               CLOSE CNV-WORK-FILE
               CLOSE NEW-PEND-FILE
               GO TO 2600-EXIT
           END-IF.
           MOVE 0 TO EOF-C.
           PERFORM 2940-READ-WORK.
           PERFORM 2630-COPY-ONE-PEND
               UNTIL EOF-C = 1.
           CLOSE CNV-WORK-FILE.
           CLOSE NEW-PEND-FILE.
           PERFORM 2950-FINISH-FILE.
       2600-EXIT.
           EXIT.
       2610-READ-OLD-PEND.
           READ OLD-PEND-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
           MOVE FS-PEND TO CNV-FS.
           PERFORM 2960-CHECK-READ.
       2620-CONVERT-ONE-PEND.
           MOVE SPACES TO CNVWK-REC.
           MOVE OLD-PEND-REC TO CNVWK-REC (1:89).
           PERFORM 2550-WIDEN-TRANS-IMAGE.
           PERFORM 2970-WRITE-WORK.
           IF EOF-C = 0
               PERFORM 2610-READ-OLD-PEND
           END-IF.
       2630-COPY-ONE-PEND.
           WRITE NEW-PEND-REC FROM CNVWK-REC.
           ADD 1 TO CNV-WRITE-CT.
           PERFORM 2940-READ-WORK.
      *
      *    2900-2970 - STEPS SHARED BY EVERY FILE.  CNV-X, CNV-FILE-
      *    NAME AND CNV-FS IDENTIFY THE FILE IN HAND.
      *
       2900-CHECK-DONE.
           MOVE 0 TO CNV-SKIP-SW.
           MOVE 0 TO CNV-READ-CT.
           MOVE 0 TO CNV-WRITE-CT.
           MOVE 0 TO EOF-C.
           IF CNV-DONE (CNV-X) = 'Y'
               STRING CNV-FILE-NAME DELIMITED BY SPACE
                   ' ALREADY CONVERTED - SKIPPED' DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-SKIP-SW
           END-IF.
      *
      *    2910-OPEN-NOT-DONE - A FILE NOT YET CREATED (STATUS 35)
      *    HAS NOTHING TO CONVERT AND WILL BE CREATED AT THE NEW
      *    LENGTH, SO IT COUNTS AS DONE.  ANY OTHER STATUS STOPS THE
      *    RUN.
      *
       2910-OPEN-NOT-DONE.
           IF CNV-FS = '35'
               STRING CNV-FILE-NAME DELIMITED BY SPACE
                   ' NOT PRESENT - NOTHING TO CONVERT'
                       DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 'Y' TO CNV-DONE (CNV-X)
               PERFORM 1160-SAVE-CONV-CONTROL
           ELSE
               STRING CNV-FILE-NAME DELIMITED BY SPACE
                   ' COULD NOT BE OPENED - STATUS=' DELIMITED BY SIZE
                   CNV-FS DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
           END-IF.
       2920-OPEN-WORK-OUTPUT.
           OPEN OUTPUT CNV-WORK-FILE.
           IF FS-CNVWK NOT = '00'
               STRING 'UR-S-CNVWK COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-CNVWK DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
           END-IF.
      *
      *    2930-REWRITE-FAILED - THE ORIGINAL IS UNCHANGED IF IT
      *    COULD NOT BE OPENED OUTPUT; UR-S-CNVWK HOLDS THE CONVERTED
      *    COPY EITHER WAY.
      *
       2930-REWRITE-FAILED.
           STRING CNV-FILE-NAME DELIMITED BY SPACE
               ' NOT REWRITTEN - STATUS=' DELIMITED BY SIZE
               CNV-FS DELIMITED BY SIZE
               ' WORK=' DELIMITED BY SIZE
               FS-CNVWK DELIMITED BY SIZE
               INTO CNL-TEXT
           END-STRING.
           PERFORM 9000-WRITE-NOTE.
           MOVE 'CONVERTED COPY KEPT ON UR-S-CNVWK' TO CNL-TEXT.
           PERFORM 9000-WRITE-NOTE.
           MOVE 1 TO CNV-BAD-SW.
       2940-READ-WORK.
           READ CNV-WORK-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
      *
      *    2950-FINISH-FILE - THE COPY BACK MUST RETURN EVERY RECORD
      *    READ.  A SHORT COPY IS A FAILURE AND THE FILE IS NOT
      *    MARKED DONE.
      *
       2950-FINISH-FILE.
           MOVE CNV-FILE-NAME TO CCL-FILE.
           MOVE 'RECORDS READ:' TO CCL-LABEL.
           MOVE CNV-READ-CT TO CCL-VALUE.
           PERFORM 2990-WRITE-COUNT-LINE.
           MOVE SPACES TO CCL-FILE.
           MOVE 'RECORDS WRITTEN:' TO CCL-LABEL.
           MOVE CNV-WRITE-CT TO CCL-VALUE.
           PERFORM 2990-WRITE-COUNT-LINE.
           IF CNV-WRITE-CT NOT = CNV-READ-CT
               STRING CNV-FILE-NAME DELIMITED BY SPACE
                   ' COPY-BACK SHORT - CONVERTED COPY ON UR-S-CNVWK'
                       DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
           ELSE
               ADD 1 TO CNV-CONVERTED-CT
               MOVE 'Y' TO CNV-DONE (CNV-X)
               PERFORM 1160-SAVE-CONV-CONTROL
           END-IF.
      *
      *    2960-CHECK-READ - A READ ERROR ON THE OLD FILE STOPS ITS
      *    CONVERSION BEFORE THE ORIGINAL IS TOUCHED.
      *
       2960-CHECK-READ.
           IF EOF-C = 0
               AND CNV-FS NOT = '00'
               STRING CNV-FILE-NAME DELIMITED BY SPACE
                   ' READ FAILED - STATUS=' DELIMITED BY SIZE
                   CNV-FS DELIMITED BY SIZE
                   ' - FILE UNCHANGED' DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
               MOVE 1 TO EOF-C
           END-IF.
       2970-WRITE-WORK.
           WRITE CNVWK-REC.
           IF FS-CNVWK NOT = '00'
               STRING 'UR-S-CNVWK WRITE FAILED - STATUS='
                       DELIMITED BY SIZE
                   FS-CNVWK DELIMITED BY SIZE
                   ' - FILE UNCHANGED' DELIMITED BY SIZE
                   INTO CNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO CNV-BAD-SW
               MOVE 1 TO EOF-C
           ELSE
               ADD 1 TO CNV-READ-CT
           END-IF.
       2990-WRITE-COUNT-LINE.
           WRITE CNVRPT-REC FROM CNV-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM lab2conv.
