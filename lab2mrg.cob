      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab2mrg - duplicate-student detection and ID merge.
      *         A returning student not found at the counter is
      *         sometimes issued a second ID, leaving two STU-MASTER
      *         records with the grade history and course records
      *         split between them.  DETECT ('D' on UR-S-MPARM)
      *         lists probable duplicates for review: students whose
      *         names agree (ignoring spaces and punctuation) over
      *         the compare length and who share a major or an
      *         advisor.  MERGE ('M') reads "surviving ID / retired
      *         ID" cards from DA-S-MERGE, re-keys the retired ID's
      *         DA-S-COURSES, DA-S-CRSHIST, DA-S-SUSP and DA-S-PENDTX
      *         records and its DA-S-ADDRESS entry to the survivor,
      *         combines the two DA-S-GPAHIST records into one
      *         cumulative record and the two DA-S-ARLEDG accounts
      *         into one, carries a directory hold on the retired
      *         master over to the survivor, and deletes the retired
      *         master record through UR-S-JRNL and UR-S-JHIST so the
      *         deletion shows in lab2audq and rolls forward in
      *         lab2recov.  The merge register prints on UR-S-MRGRPT.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      * 2026-10-15  DN  Initial version: name-key duplicate detection
      *                 with major/advisor corroboration; card-driven
      *                 merge under the UR-S-RUNLCK run lock, with the
      *                 retired master deleted only after every file
      *                 re-keyed cleanly, and UR-S-RUNCTL carried down
      *                 by the deletes so lab2's next run still
      *                 balances.
      * 2026-10-15  DN  STU-MASTER SELECT declares the MST-NAME and
      *                 MST-ADVISOR alternate keys (duplicates
      *                 allowed) carried by the reorganized master;
      *                 processing is unchanged.
      * 2026-10-15  DN  Suspense, pending and journal-history images
      *                 follow the 59-byte STUREC (directory-hold
      *                 flag added).
      * 2026-10-15  DN  A directory hold on the retired master is
      *                 carried to the survivor (rewritten and
      *                 journaled as an 'R') before the retired
      *                 record is deleted.
      * 2026-10-15  DN  DA-S-ARLEDG accounts follow the merge: the
      *                 retired ID's ledger moves to the survivor or
      *                 is combined into the survivor's, and a card
      *                 whose combined open items would pass 8 is
      *                 refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2mrg.
           AUTHOR. David Nguyen.
      *DUPLICATE-STUDENT DETECTION AND ID MERGE UTILITY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MPARM-FILE ASSIGN TO 'UR-S-MPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MPARM.
           SELECT MERGE-CARD-FILE ASSIGN TO 'DA-S-MERGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MCARD.
           SELECT MRG-PRNT-FILE ASSIGN TO 'UR-S-MRGRPT'
               FILE STATUS IS FS-MRGRPT.
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
           SELECT LEDGER-FILE ASSIGN TO 'DA-S-ARLEDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-ID
               FILE STATUS IS FS-LEDGER.
           SELECT COURSE-FILE ASSIGN TO 'DA-S-COURSES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COURSE.
           SELECT COURSE-WORK-FILE ASSIGN TO 'UR-S-MGCRS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRSWK.
           SELECT COURSE-HIST-FILE ASSIGN TO 'DA-S-CRSHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRSHIST.
           SELECT CRSHIST-WORK-FILE ASSIGN TO 'UR-S-MGCRH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRHWK.
           SELECT SUSPENSE-FILE ASSIGN TO 'DA-S-SUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSP.
           SELECT SUSPENSE-WORK-FILE ASSIGN TO 'UR-S-MGSUS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSWK.
           SELECT PEND-FILE ASSIGN TO 'DA-S-PENDTX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEND.
           SELECT PEND-WORK-FILE ASSIGN TO 'UR-S-MGPND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PNDWK.
           SELECT GPA-HIST-FILE ASSIGN TO 'DA-S-GPAHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
           SELECT GPA-WORK-FILE ASSIGN TO 'UR-S-MGGPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GPAWK.
           SELECT GPA-SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT GPA-SORTED-FILE ASSIGN TO 'UR-S-MGGPS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GPASRT.
           SELECT DUP-WORK-FILE ASSIGN TO 'UR-S-DUPWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUPWK.
           SELECT DUP-SORT-FILE ASSIGN TO 'SORTWK02'.
           SELECT DUP-SORTED-FILE ASSIGN TO 'UR-S-DUPSRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUPSRT.
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
       FD  MPARM-FILE
               LABEL RECORDS ARE OMITTED.
       01  MPARM-REC.
           03 MP-FUNCTION PIC X(01).
               88 MP-DETECT VALUE 'D'.
               88 MP-MERGE VALUE 'M'.
           03 FILLER PIC X(01).
           03 MP-LOCK-OVERRIDE PIC X(01).
           03 FILLER PIC X(01).
           03 MP-NAME-LEN PIC X(02).
           03 FILLER PIC X(74).
       FD  MERGE-CARD-FILE
               LABEL RECORDS ARE OMITTED.
       01  MERGE-CARD-REC.
           03 MC-SURVIVOR PIC X(09).
           03 FILLER PIC X(01).
           03 MC-RETIRED PIC X(09).
           03 FILLER PIC X(61).
       FD  MRG-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  MRGRPT-REC PIC X(80).
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
       FD  LEDGER-FILE
               LABEL RECORDS ARE STANDARD.
       01  LEDGER-REC.
           03 LGR-ID PIC X(09).
           03 LGR-TERM PIC X(06).
           03 LGR-TERM-ASSESSED PIC 9(07)V99.
           03 LGR-CREDIT-BAL PIC 9(07)V99.
           03 LGR-LAST-CHARGE-DATE PIC X(08).
           03 LGR-LAST-PAY-DATE PIC X(08).
           03 LGR-TOT-CHARGED PIC 9(09)V99.
           03 LGR-TOT-CREDITED PIC 9(09)V99.
           03 LGR-ITEM-CT PIC 9(02).
           03 LGR-OPEN-ITEM OCCURS 8 TIMES.
               05 LGR-ITEM-DATE PIC X(08).
               05 LGR-ITEM-AMT PIC 9(07)V99.
       FD  COURSE-FILE
               LABEL RECORDS ARE OMITTED.
       01  COURSE-REC.
           03 CRS-ID PIC X(09).
           03 FILLER PIC X(71).
       FD  COURSE-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  CRSWK-REC PIC X(80).
       FD  COURSE-HIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  COURSE-HIST-REC.
           COPY CRSHIST.
       FD  CRSHIST-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  CRHWK-REC PIC X(38).
       FD  SUSPENSE-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSPENSE-REC.
           03 SUS-CYCLE-CT PIC 9(02).
           03 SUS-REASON PIC X(20).
           03 SUS-IMAGE.
               05 SUS-ID PIC X(09).
               05 FILLER PIC X(59).
       FD  SUSPENSE-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSWK-REC PIC X(90).
       FD  PEND-FILE
               LABEL RECORDS ARE OMITTED.
       01  PEND-REC.
           03 PND-EFF-DATE PIC X(08).
           03 PND-ENTER-DATE PIC X(08).
           03 PND-BATCH-NO PIC 9(06).
           03 PND-IMAGE.
               05 PND-ID PIC X(09).
               05 FILLER PIC X(59).
       FD  PEND-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  PNDWK-REC PIC X(90).
       FD  GPA-HIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  GPA-HIST-REC.
           03 GPH-ID PIC X(09).
           03 GPH-CREDITS PIC 9(05).
           03 GPH-POINTS PIC 9(06)V99.
           03 GPH-GPA PIC 9V99.
           03 GPH-STANDING PIC X(01).
               88 GPH-ON-PROBATION VALUE 'P'.
       FD  GPA-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  GPAWK-REC PIC X(26).
       SD  GPA-SORT-FILE.
       01  GSRT-REC.
           03 GSRT-ID PIC X(09).
           03 FILLER PIC X(17).
       FD  GPA-SORTED-FILE
               LABEL RECORDS ARE OMITTED.
       01  GPS-REC.
           03 GPS-ID PIC X(09).
           03 GPS-CREDITS PIC 9(05).
           03 GPS-POINTS PIC 9(06)V99.
           03 GPS-GPA PIC 9V99.
           03 GPS-STANDING PIC X(01).
       FD  DUP-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  DUPWK-REC.
           03 DW-KEY PIC X(20).
           03 DW-ID PIC X(09).
           03 DW-NAME PIC X(20).
           03 DW-MAJOR PIC X(04).
           03 DW-ADVISOR PIC X(20).
           03 DW-STATUS PIC X(01).
       SD  DUP-SORT-FILE.
       01  DSRT-REC.
           03 DSRT-KEY PIC X(20).
           03 DSRT-ID PIC X(09).
           03 FILLER PIC X(45).
       FD  DUP-SORTED-FILE
               LABEL RECORDS ARE OMITTED.
       01  DUPSRT-REC.
           03 DS-KEY PIC X(20).
           03 DS-ID PIC X(09).
           03 DS-NAME PIC X(20).
           03 DS-MAJOR PIC X(04).
           03 DS-ADVISOR PIC X(20).
           03 DS-STATUS PIC X(01).
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
      *
      *    MERGE TABLE - ONE ENTRY PER ACCEPTED CARD.  EVERY RE-KEY
      *    PASS LOOKS ITS RECORD'S ID UP AGAINST THE RETIRED IDS AND
      *    COUNTS WHAT IT MOVED ON THE ENTRY, SO THE REGISTER CAN
      *    SHOW PER MERGE EXACTLY WHICH RECORDS CHANGED HANDS.
      *
       01  MERGE-TABLE.
           03 MT-ENTRY OCCURS 100 TIMES.
               05 MT-SURVIVOR PIC X(09).
               05 MT-RETIRED PIC X(09).
               05 MT-NAME PIC X(20).
               05 MT-CRS-CT PIC 9(04).
               05 MT-CRH-CT PIC 9(04).
               05 MT-SUS-CT PIC 9(04).
               05 MT-PND-CT PIC 9(04).
               05 MT-ADDR-ACTION PIC X(30).
               05 MT-GPA-SW PIC 9.
               05 MT-CREDITS PIC 9(05).
               05 MT-POINTS PIC 9(06)V99.
               05 MT-GPA PIC 9V99.
               05 MT-DEL-SW PIC 9.
               05 MT-HOLD-SW PIC 9.
               05 MT-AR-ACTION PIC X(30).
               05 MT-AR-ITEMS PIC 9(02).
               05 MT-AR-OPEN PIC 9(07)V99.
               05 MT-AR-CREDIT PIC 9(07)V99.
       77  MT-MAX PIC 9(4) VALUE 0.
       77  MT-LIMIT PIC 9(4) VALUE 0100.
       77  MT-I PIC 9(4) VALUE 0.
       77  MT-X PIC 9(4) VALUE 0.
       77  MT-FOUND-SW PIC 9 VALUE 0.
       77  PROBE-ID PIC X(09) VALUE SPACES.
       77  CARD-REJECT-MSG PIC X(30) VALUE SPACES.
      *
      *    DIRECTORY-HOLD CARRY - THE HOLD IS THE STUDENT'S OPT-OUT,
      *    WHICHEVER ID IT WAS RECORDED UNDER.  WHEN THE RETIRED
      *    MASTER IS HELD AND THE SURVIVOR IS NOT, MT-HOLD-SW IS SET
      *    AT CARD EDIT (1) AND THE SURVIVOR IS REWRITTEN WITH THE
      *    HOLD BEFORE ANY RETIRED RECORD IS DELETED: 2 CARRIED,
      *    3 REWRITE FAILED, 4 SURVIVOR ALREADY HELD BY THEN.
      *
       77  SURV-CONFID PIC X(01) VALUE SPACE.
       77  HOLD-CARRIED-CT PIC 9(08) VALUE 0.
      *
      *    LEDGER COMBINE FIELDS - LAB2AR'S DA-S-ARLEDG ACCOUNT LAYOUT.
      *    THE RETIRED ID'S ACCOUNT IS HELD HERE WHILE IT IS REMOVED
      *    AND ITS BALANCES AND OPEN ITEMS ARE ADDED TO THE
      *    SURVIVOR'S.  AT MOST 8 OPEN ITEMS FIT ON AN ACCOUNT, SO A
      *    CARD WHOSE TWO ACCOUNTS HOLD MORE BETWEEN THEM IS REFUSED.
      *
       01  RETIRED-LEDGER.
           03 RLG-ID PIC X(09).
           03 RLG-TERM PIC X(06).
           03 RLG-TERM-ASSESSED PIC 9(07)V99.
           03 RLG-CREDIT-BAL PIC 9(07)V99.
           03 RLG-LAST-CHARGE-DATE PIC X(08).
           03 RLG-LAST-PAY-DATE PIC X(08).
           03 RLG-TOT-CHARGED PIC 9(09)V99.
           03 RLG-TOT-CREDITED PIC 9(09)V99.
           03 RLG-ITEM-CT PIC 9(02).
           03 RLG-OPEN-ITEM OCCURS 8 TIMES.
               05 RLG-ITEM-DATE PIC X(08).
               05 RLG-ITEM-AMT PIC 9(07)V99.
       77  LEDGER-OPEN-SW PIC 9 VALUE 0.
       77  LEDGER-SURV-SW PIC 9 VALUE 0.
       77  LG-ITEM-LIMIT PIC 9(02) VALUE 08.
       77  LG-RET-ITEMS PIC 9(02) VALUE 0.
       77  LG-ALL-ITEMS PIC 9(03) VALUE 0.
       77  LG-I PIC 9(02) VALUE 0.
       77  LG-J PIC 9(02) VALUE 0.
       77  LG-N PIC 9(02) VALUE 0.
       77  LG-HOLD-DATE PIC X(08) VALUE SPACES.
       77  LG-HOLD-AMT PIC 9(07)V99 VALUE 0.
       77  LG-NET-AMT PIC 9(07)V99 VALUE 0.
       77  LGR-MOVED-CT PIC 9(08) VALUE 0.
      *
      *    DETECTION FIELDS - EACH MASTER NAME IS REDUCED TO ITS
      *    LETTERS ALONE, UPPER CASE, SO 'O'BRIEN, PAT' AND
      *    'OBRIEN PAT' SORT TOGETHER; STUDENTS WHOSE REDUCED NAMES
      *    AGREE OVER THE COMPARE LENGTH FORM ONE GROUP, AND EVERY
      *    PAIR IN THE GROUP SHARING A MAJOR OR AN ADVISOR PRINTS.
      *    THE LENGTH DEFAULTS TO 08 AND MAY BE SET 04-20 ON THE
      *    PARM CARD - SHORTER CASTS A WIDER NET.
      *
       01  NAME-GROUP-TABLE.
           03 NG-ENTRY OCCURS 50 TIMES.
               05 NG-KEY PIC X(20).
               05 NG-ID PIC X(09).
               05 NG-NAME PIC X(20).
               05 NG-MAJOR PIC X(04).
               05 NG-ADVISOR PIC X(20).
               05 NG-STATUS PIC X(01).
       77  NG-CT PIC 9(4) VALUE 0.
       77  NG-LIMIT PIC 9(4) VALUE 0050.
       77  NG-I PIC 9(4) VALUE 0.
       77  NG-J PIC 9(4) VALUE 0.
       77  NG-OVFL-SW PIC 9 VALUE 0.
       77  DUP-NAME-LEN PIC 9(02) VALUE 08.
       77  GRP-KEY PIC X(20) VALUE SPACES.
       77  NORM-NAME PIC X(20) VALUE SPACES.
       77  NORM-LEN PIC 9(02) VALUE 0.
       77  NM-I PIC 9(02) VALUE 0.
       77  NM-CHAR PIC X(01) VALUE SPACE.
       77  MATCH-BASIS PIC X(13) VALUE SPACES.
      *
      *    GPA COMBINE FIELDS - THE RE-KEYED HISTORY IS SORTED BACK
      *    INTO ID ORDER AND EVERY RUN OF RECORDS UNDER ONE ID IS
      *    FOLDED INTO A SINGLE CUMULATIVE RECORD: CREDITS AND
      *    POINTS ADD, THE GPA IS RECOMPUTED THE WAY LAB2GPA DOES
      *    IT, AND A PROBATION MARKER ON EITHER RECORD CARRIES.
      *
       77  GRP-ID PIC X(09) VALUE SPACES.
       77  GRP-REC-CT PIC 9(04) VALUE 0.
       77  CUM-CREDITS PIC 9(05) VALUE 0.
       77  CUM-POINTS PIC 9(06)V99 VALUE 0.
       77  CUM-GPA PIC 9V99 VALUE 0.
       77  CUM-STANDING PIC X(01) VALUE SPACE.
      *
      *    JOURNAL FIELDS - A MERGE DELETE IS JOURNALED TWICE: TO
      *    UR-S-JRNL, EXTENDED, SO A LAB2RECOV REBUILD FROM THE LAST
      *    SNAPSHOT ROLLS IT FORWARD, AND TO UR-S-JHIST, STAMPED WITH
      *    THE TERM, SO LAB2AUDQ SHOWS IT UNDER THE RETIRED ID.
      *    MERGE DELETES CARRY BATCH 000000, WHICH NO DA-S-INPUT
      *    BATCH EVER USES.
      *
       77  MERGE-BATCH-NO PIC 9(06) VALUE 0.
       77  TERM-STAMP PIC X(06) VALUE SPACES.
       77  JRNL-OK-SW PIC 9 VALUE 0.
      *
      *    RUN-LOCK FIELDS - A MERGE REWRITES THE SAME MASTER LAB2
      *    AND LAB2RECOV MAINTAIN, SO IT TAKES THE SAME UR-S-RUNLCK
      *    LOCK THE SAME WAY, WITH THE 'Y' OVERRIDE IN COLUMN 3 OF
      *    UR-S-MPARM FOR A STALE LOCK.  DETECTION ONLY READS AND
      *    TAKES NO LOCK.
      *
       77  FS-RUNLCK PIC X(02) VALUE SPACES.
       77  LOCK-HELD-SW PIC 9 VALUE 0.
       77  LOCK-REFUSED-SW PIC 9 VALUE 0.
       77  MASTER-OPEN-SW PIC 9 VALUE 0.
       77  ADDR-OPEN-SW PIC 9 VALUE 0.
       77  MRG-BAD-SW PIC 9 VALUE 0.
       77  REKEY-BAD-SW PIC 9 VALUE 0.
       77  REKEY-CT PIC 9(08) VALUE 0.
       77  EOF-C PIC 9 VALUE 0.
       77  EOF-D PIC 9 VALUE 0.
       77  EOF-G PIC 9 VALUE 0.
       77  EOF-M PIC 9 VALUE 0.
       77  EOF-W PIC 9 VALUE 0.
       77  FS-MPARM PIC X(02) VALUE SPACES.
       77  FS-MCARD PIC X(02) VALUE SPACES.
       77  FS-MRGRPT PIC X(02) VALUE SPACES.
       77  FS-MASTER PIC X(02) VALUE SPACES.
       77  FS-ADDR PIC X(02) VALUE SPACES.
       77  FS-LEDGER PIC X(02) VALUE SPACES.
       77  FS-COURSE PIC X(02) VALUE SPACES.
       77  FS-CRSWK PIC X(02) VALUE SPACES.
       77  FS-CRSHIST PIC X(02) VALUE SPACES.
       77  FS-CRHWK PIC X(02) VALUE SPACES.
       77  FS-SUSP PIC X(02) VALUE SPACES.
       77  FS-SUSWK PIC X(02) VALUE SPACES.
       77  FS-PEND PIC X(02) VALUE SPACES.
       77  FS-PNDWK PIC X(02) VALUE SPACES.
       77  FS-HIST PIC X(02) VALUE SPACES.
       77  FS-GPAWK PIC X(02) VALUE SPACES.
       77  FS-GPASRT PIC X(02) VALUE SPACES.
       77  FS-DUPWK PIC X(02) VALUE SPACES.
       77  FS-DUPSRT PIC X(02) VALUE SPACES.
       77  FS-JRNL PIC X(02) VALUE SPACES.
       77  FS-JHIST PIC X(02) VALUE SPACES.
       77  FS-RUNCTL PIC X(02) VALUE SPACES.
       77  CARD-READ-CT PIC 9(08) VALUE 0.
       77  CARD-REJECT-CT PIC 9(08) VALUE 0.
       77  DELETE-OK-CT PIC 9(08) VALUE 0.
       77  DELETE-ERR-CT PIC 9(08) VALUE 0.
       77  CRS-MOVED-CT PIC 9(08) VALUE 0.
       77  CRH-MOVED-CT PIC 9(08) VALUE 0.
       77  SUS-MOVED-CT PIC 9(08) VALUE 0.
       77  PND-MOVED-CT PIC 9(08) VALUE 0.
       77  GPA-MOVED-CT PIC 9(08) VALUE 0.
       77  ADDR-MOVED-CT PIC 9(08) VALUE 0.
       77  SCAN-CT PIC 9(08) VALUE 0.
       77  DUP-GROUP-CT PIC 9(08) VALUE 0.
       77  DUP-PAIR-CT PIC 9(08) VALUE 0.
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
       01  MRG-PAGE-BANNER.
           03 MPB-TITLE PIC X(32) VALUE
               'STUDENT ID MERGE REGISTER -     '.
           03 MPB-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACES.
           03 MPB-TIME PIC X(08).
       01  MRG-NOTE-LINE.
           03 MNL-TEXT PIC X(72).
       01  MRG-SECTION-LINE.
           03 MSL-TEXT PIC X(40).
       01  DUP-COL-LINE.
           03 FILLER PIC X(31) VALUE
               'ID        NAME                 '.
           03 FILLER PIC X(33) VALUE
               'MAJR ADVISOR              S MATCH'.
       01  DUP-PAIR-LINE.
           03 DPL-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DPL-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DPL-MAJOR PIC X(04).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DPL-ADVISOR PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DPL-STATUS PIC X(01).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DPL-MATCH PIC X(19).
       01  CARD-COL-LINE.
           03 FILLER PIC X(30) VALUE
               'SURVIVOR  RETIRED   RETIRED NA'.
           03 FILLER PIC X(30) VALUE
               'ME         RESULT             '.
       01  CARD-DETAIL.
           03 CDL-SURVIVOR PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 CDL-RETIRED PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 CDL-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 CDL-RESULT PIC X(30).
       01  REG-MOVE-LINE.
           03 FILLER PIC X(12) VALUE '  RE-KEYED: '.
           03 FILLER PIC X(08) VALUE 'COURSES '.
           03 RML-CRS PIC ZZZ9.
           03 FILLER PIC X(09) VALUE '  CRSHIST'.
           03 RML-CRH PIC ZZZZ9.
           03 FILLER PIC X(06) VALUE '  SUSP'.
           03 RML-SUS PIC ZZZZ9.
           03 FILLER PIC X(09) VALUE '  PENDING'.
           03 RML-PND PIC ZZZZ9.
       01  REG-ADDR-LINE.
           03 FILLER PIC X(12) VALUE '  ADDRESS:  '.
           03 RAL-ACTION PIC X(30).
       01  REG-HOLD-LINE.
           03 FILLER PIC X(12) VALUE '  DIR HOLD: '.
           03 RHL-ACTION PIC X(30).
       01  REG-AR-LINE.
           03 FILLER PIC X(12) VALUE '  LEDGER:   '.
           03 RAR-ACTION PIC X(30).
           03 FILLER PIC X(07) VALUE ' ITEMS '.
           03 RAR-ITEMS PIC Z9.
           03 FILLER PIC X(06) VALUE ' OPEN '.
           03 RAR-OPEN PIC ZZZZZZ9.99.
           03 FILLER PIC X(03) VALUE ' CR'.
           03 RAR-CREDIT PIC ZZZZZZ9.99.
       01  REG-GPA-LINE.
           03 FILLER PIC X(12) VALUE '  GPA HIST: '.
           03 RGL-CREDITS PIC ZZZZ9.
           03 FILLER PIC X(09) VALUE ' CREDITS '.
           03 RGL-POINTS PIC ZZZZZ9.99.
           03 FILLER PIC X(08) VALUE ' POINTS '.
           03 RGL-GPA PIC 9.99.
           03 FILLER PIC X(09) VALUE ' COMBINED'.
       01  REG-JRNL-LINE.
           03 FILLER PIC X(12) VALUE '  JOURNAL:  '.
           03 RJL-ACTION PIC X(08).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RJL-DATE PIC X(08).
           03 FILLER PIC X(01) VALUE SPACES.
           03 RJL-TIME PIC X(08).
           03 FILLER PIC X(07) VALUE ' BATCH '.
           03 RJL-BATCH PIC 9(06).
       01  MRG-COUNT-LINE.
           03 MCL-LABEL PIC X(26).
           03 MCL-VALUE PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT MRG-PRNT-FILE.
           IF FS-MRGRPT NOT = '00'
               DISPLAY 'UR-S-MRGRPT COULD NOT BE OPENED - STATUS='
                   FS-MRGRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-GET-RUN-STAMP.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           IF MRG-BAD-SW = 1
               GO TO 000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MP-DETECT
                   PERFORM 2000-DETECT-DUPLICATES THRU 2000-EXIT
               WHEN MP-MERGE
                   PERFORM 3000-RUN-MERGE THRU 3000-EXIT
           END-EVALUATE.
       000-EXIT.
           IF LOCK-HELD-SW = 1
      *    ONLY AN ORDERLY SHUTDOWN REACHES HERE; A CRASH LEAVES THE
      *    LOCK ACTIVE FOR THE OPERATOR TO OVERRIDE DELIBERATELY.
               PERFORM 1250-RELEASE-RUN-LOCK
           END-IF.
           CLOSE MRG-PRNT-FILE.
           IF MRG-BAD-SW = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CARD-REJECT-CT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
      *    9000-WRITE-NOTE - ONE MESSAGE LINE ON THE MERGE REGISTER.
      *
       9000-WRITE-NOTE.
           WRITE MRGRPT-REC FROM MRG-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MNL-TEXT.
      *
      *    1050-GET-RUN-STAMP - RUN DATE/TIME FOR THE BANNER AND THE
      *    JOURNAL, FORMATTED AS IN LAB2, AND THE YYYYMM TERM STAMP
      *    BUILT THE WAY LAB2 STAMPS UR-S-JHIST.
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
      *    1100-READ-PARM-CARD - UR-S-MPARM: FUNCTION IN COLUMN 1
      *    ('D' DETECT, 'M' MERGE), LOCK OVERRIDE 'Y' IN COLUMN 3,
      *    AND THE DETECTION NAME-COMPARE LENGTH IN COLUMNS 5-6.  THE
      *    BANNER TITLE FOLLOWS THE FUNCTION.  A MISSING, EMPTY OR
      *    INVALID CARD DOES NOTHING - A MERGE IS NEVER ASSUMED.
      *
       1100-READ-PARM-CARD.
           OPEN INPUT MPARM-FILE.
           IF FS-MPARM NOT = '00'
               MOVE RUN-DATE-DISPLAY TO MPB-DATE
               MOVE RUN-TIME-DISPLAY TO MPB-TIME
               WRITE MRGRPT-REC FROM MRG-PAGE-BANNER
               MOVE 'UR-S-MPARM COULD NOT BE OPENED - NOTHING DONE'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 1100-EXIT
           END-IF.
           READ MPARM-FILE
               AT END
                   MOVE SPACES TO MPARM-REC
           END-READ.
           CLOSE MPARM-FILE.
           IF MP-DETECT
               MOVE 'PROBABLE DUPLICATE STUDENTS -   ' TO MPB-TITLE
           END-IF.
           MOVE RUN-DATE-DISPLAY TO MPB-DATE.
           MOVE RUN-TIME-DISPLAY TO MPB-TIME.
           WRITE MRGRPT-REC FROM MRG-PAGE-BANNER.
           IF NOT MP-DETECT
               AND NOT MP-MERGE
               STRING 'UR-S-MPARM FUNCTION INVALID: ' DELIMITED BY SIZE
                   MP-FUNCTION DELIMITED BY SIZE
                   ' - NOTHING DONE' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 1100-EXIT
           END-IF.
           IF MP-NAME-LEN NOT = SPACES
               IF MP-NAME-LEN IS NUMERIC
                   AND MP-NAME-LEN NOT < '04'
                   AND MP-NAME-LEN NOT > '20'
                   MOVE MP-NAME-LEN TO DUP-NAME-LEN
               ELSE
                   STRING 'NAME COMPARE LENGTH INVALID: '
                           DELIMITED BY SIZE
                       MP-NAME-LEN DELIMITED BY SIZE
                       ' - 08 USED' DELIMITED BY SIZE
                       INTO MNL-TEXT
                   END-STRING
                   PERFORM 9000-WRITE-NOTE
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    1200-ACQUIRE-RUN-LOCK - TAKES THE UR-S-RUNLCK EXCLUSIVE
      *    LOCK SHARED WITH LAB2 AND LAB2RECOV BEFORE ANY MASTER
      *    I/O.  AN ACTIVE HOLDER REFUSES THE MERGE WITH THE HOLDER'S
      *    STAMP ON THE REGISTER UNLESS THE OPERATOR OVERRIDE IS ON
      *    THE PARM CARD.
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
                   IF MP-LOCK-OVERRIDE = 'Y'
                       STRING 'RUN LOCK OVERRIDDEN - WAS HELD BY '
                               DELIMITED BY SIZE
                           LCK-PROGRAM DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-TIME DELIMITED BY SIZE
                           INTO MNL-TEXT
                       END-STRING
                       PERFORM 9000-WRITE-NOTE
                   ELSE
                       STRING 'MERGE REFUSED - MASTER LOCKED BY '
                               DELIMITED BY SIZE
                           LCK-PROGRAM DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LCK-TIME DELIMITED BY SIZE
                           INTO MNL-TEXT
                       END-STRING
                       PERFORM 9000-WRITE-NOTE
                       MOVE 1 TO LOCK-REFUSED-SW
                       MOVE 1 TO MRG-BAD-SW
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
                   ' - MERGE REFUSED' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO LOCK-REFUSED-SW
               MOVE 1 TO MRG-BAD-SW
               GO TO 1200-EXIT
           END-IF.
           MOVE 'A' TO LCK-STATE.
           MOVE RUN-DATE-DISPLAY TO LCK-DATE.
           MOVE RUN-TIME-DISPLAY TO LCK-TIME.
           MOVE MP-FUNCTION TO LCK-MODE.
           MOVE 'LAB2MRG ' TO LCK-PROGRAM.
           WRITE RUNLCK-REC.
           CLOSE RUNLOCK-FILE.
           MOVE 1 TO LOCK-HELD-SW.
       1200-EXIT.
           EXIT.
      *
      *    1250-RELEASE-RUN-LOCK - MARKS THE LOCK RELEASED AT ORDERLY
      *    END OF RUN, KEEPING THE LAST HOLDER'S STAMP FOR THE
      *    OPERATOR LOG.
      *
       1250-RELEASE-RUN-LOCK.
           OPEN OUTPUT RUNLOCK-FILE.
           IF FS-RUNLCK = '00'
               MOVE 'I' TO LCK-STATE
               MOVE RUN-DATE-DISPLAY TO LCK-DATE
               MOVE RUN-TIME-DISPLAY TO LCK-TIME
               MOVE MP-FUNCTION TO LCK-MODE
               MOVE 'LAB2MRG ' TO LCK-PROGRAM
               WRITE RUNLCK-REC
               CLOSE RUNLOCK-FILE
           END-IF.
           MOVE 0 TO LOCK-HELD-SW.
      *
      *    2000-DETECT-DUPLICATES - THE MASTER IS UNLOADED WITH A
      *    REDUCED-NAME KEY, SORTED ON IT, AND READ BACK ONE NAME
      *    GROUP AT A TIME.  NOTHING IS CHANGED; THE LIST IS FOR THE
      *    REGISTRAR TO REVIEW BEFORE ANY MERGE CARD IS PUNCHED.
      *
       2000-DETECT-DUPLICATES.
           OPEN INPUT MASTER-FILE.
           IF FS-MASTER NOT = '00'
               STRING 'STU-MASTER COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT DUP-WORK-FILE.
           IF FS-DUPWK NOT = '00'
               STRING 'UR-S-DUPWK COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-DUPWK DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               CLOSE MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO EOF-M.
           PERFORM 2010-READ-MASTER-NEXT.
           PERFORM 2020-UNLOAD-ONE-MASTER
               UNTIL EOF-M = 1.
           CLOSE MASTER-FILE.
           CLOSE DUP-WORK-FILE.
           SORT DUP-SORT-FILE
               ON ASCENDING KEY DSRT-KEY DSRT-ID
               USING DUP-WORK-FILE
               GIVING DUP-SORTED-FILE.
           OPEN INPUT DUP-SORTED-FILE.
           IF FS-DUPSRT NOT = '00'
               STRING 'UR-S-DUPSRT COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-DUPSRT DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO MRGRPT-REC.
           WRITE MRGRPT-REC
               AFTER ADVANCING 1 LINE.
           STRING 'NAME COMPARE LENGTH: ' DELIMITED BY SIZE
               DUP-NAME-LEN DELIMITED BY SIZE
               INTO MNL-TEXT
           END-STRING.
           PERFORM 9000-WRITE-NOTE.
           WRITE MRGRPT-REC FROM DUP-COL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO EOF-D.
           PERFORM 2110-READ-DUP-SORTED.
           PERFORM 2100-CHECK-ONE-GROUP
               UNTIL EOF-D = 1.
           CLOSE DUP-SORTED-FILE.
           IF DUP-PAIR-CT = 0
               MOVE 'NO PROBABLE DUPLICATES FOUND' TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
           MOVE SPACES TO MRGRPT-REC.
           WRITE MRGRPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'MASTER RECORDS SCANNED:' TO MCL-LABEL.
           MOVE SCAN-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'NAME GROUPS WITH 2 OR MORE:' TO MCL-LABEL.
           MOVE DUP-GROUP-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'PROBABLE DUPLICATE PAIRS:' TO MCL-LABEL.
           MOVE DUP-PAIR-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
       2000-EXIT.
           EXIT.
       2010-READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-M
           END-READ.
           IF EOF-M = 0
               AND FS-MASTER NOT = '00'
                   MOVE 1 TO EOF-M
           END-IF.
       2020-UNLOAD-ONE-MASTER.
           ADD 1 TO SCAN-CT.
           MOVE SPACES TO NORM-NAME.
           MOVE 0 TO NORM-LEN.
           PERFORM 2030-KEEP-ONE-LETTER
               VARYING NM-I FROM 1 BY 1
               UNTIL NM-I > 20.
           INSPECT NORM-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE NORM-NAME TO DW-KEY.
           MOVE MST-ID TO DW-ID.
           MOVE MST-NAME TO DW-NAME.
           MOVE MST-MAJOR TO DW-MAJOR.
           MOVE MST-ADVISOR TO DW-ADVISOR.
           MOVE MST-STATUS TO DW-STATUS.
           WRITE DUPWK-REC.
           PERFORM 2010-READ-MASTER-NEXT.
       2030-KEEP-ONE-LETTER.
           MOVE MST-NAME (NM-I:1) TO NM-CHAR.
           IF NM-CHAR IS ALPHABETIC
               AND NM-CHAR NOT = SPACE
               ADD 1 TO NORM-LEN
               MOVE NM-CHAR TO NORM-NAME (NORM-LEN:1)
           END-IF.
      *
      *    2100-CHECK-ONE-GROUP - HOLDS ONE NAME GROUP (EVERY SORTED
      *    RECORD WHOSE REDUCED NAME AGREES WITH THE FIRST OVER THE
      *    COMPARE LENGTH) AND COMPARES EACH PAIR IN IT.  A STUDENT
      *    WHOSE NAME HOLDS NO LETTERS IS NOT GROUPED.
      *
       2100-CHECK-ONE-GROUP.
           MOVE SPACES TO GRP-KEY.
           MOVE DS-KEY (1:DUP-NAME-LEN) TO GRP-KEY (1:DUP-NAME-LEN).
           MOVE 0 TO NG-CT.
           MOVE 0 TO NG-OVFL-SW.
           PERFORM 2120-HOLD-ONE-NAME
               UNTIL EOF-D = 1
               OR DS-KEY (1:DUP-NAME-LEN)
                   NOT = GRP-KEY (1:DUP-NAME-LEN).
           IF GRP-KEY = SPACES
               OR NG-CT < 2
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DUP-GROUP-CT.
           IF NG-OVFL-SW = 1
               STRING 'NAME GROUP ' DELIMITED BY SIZE
                   GRP-KEY DELIMITED BY SPACE
                   ' OVER 50 - FIRST 50 COMPARED' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
           END-IF.
           PERFORM 2130-COMPARE-FROM-ONE
               VARYING NG-I FROM 1 BY 1
               UNTIL NG-I NOT < NG-CT.
       2100-EXIT.
           EXIT.
       2110-READ-DUP-SORTED.
           READ DUP-SORTED-FILE
               AT END
                   MOVE 1 TO EOF-D
           END-READ.
       2120-HOLD-ONE-NAME.
           IF NG-CT < NG-LIMIT
               ADD 1 TO NG-CT
               MOVE DS-KEY TO NG-KEY (NG-CT)
               MOVE DS-ID TO NG-ID (NG-CT)
               MOVE DS-NAME TO NG-NAME (NG-CT)
               MOVE DS-MAJOR TO NG-MAJOR (NG-CT)
               MOVE DS-ADVISOR TO NG-ADVISOR (NG-CT)
               MOVE DS-STATUS TO NG-STATUS (NG-CT)
           ELSE
               MOVE 1 TO NG-OVFL-SW
           END-IF.
           PERFORM 2110-READ-DUP-SORTED.
       2130-COMPARE-FROM-ONE.
           COMPUTE NG-J = NG-I + 1.
           PERFORM 2140-COMPARE-ONE-PAIR
               VARYING NG-J FROM NG-J BY 1
               UNTIL NG-J > NG-CT.
      *
      *    2140-COMPARE-ONE-PAIR - A NAME MATCH ALONE IS TOO WEAK TO
      *    PRINT (COMMON SURNAMES); THE PAIR MUST ALSO SHARE A
      *    NON-BLANK MAJOR OR ADVISOR.  'EXACT' MEANS THE WHOLE
      *    REDUCED NAME AGREES, 'NEAR' ONLY THE COMPARE LENGTH.
      *
       2140-COMPARE-ONE-PAIR.
           MOVE SPACES TO MATCH-BASIS.
           IF NG-MAJOR (NG-I) = NG-MAJOR (NG-J)
               AND NG-MAJOR (NG-I) NOT = SPACES
               IF NG-ADVISOR (NG-I) = NG-ADVISOR (NG-J)
                   AND NG-ADVISOR (NG-I) NOT = SPACES
                   MOVE 'MAJOR+ADVISOR' TO MATCH-BASIS
               ELSE
                   MOVE 'MAJOR' TO MATCH-BASIS
               END-IF
           ELSE
               IF NG-ADVISOR (NG-I) = NG-ADVISOR (NG-J)
                   AND NG-ADVISOR (NG-I) NOT = SPACES
                   MOVE 'ADVISOR' TO MATCH-BASIS
               END-IF
           END-IF.
           IF MATCH-BASIS = SPACES
               GO TO 2140-EXIT
           END-IF.
           ADD 1 TO DUP-PAIR-CT.
           MOVE SPACES TO MRGRPT-REC.
           WRITE MRGRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE NG-ID (NG-I) TO DPL-ID.
           MOVE NG-NAME (NG-I) TO DPL-NAME.
           MOVE NG-MAJOR (NG-I) TO DPL-MAJOR.
           MOVE NG-ADVISOR (NG-I) TO DPL-ADVISOR.
           MOVE NG-STATUS (NG-I) TO DPL-STATUS.
           MOVE SPACES TO DPL-MATCH.
           IF NG-KEY (NG-I) = NG-KEY (NG-J)
               STRING 'EXACT ' DELIMITED BY SIZE
                   MATCH-BASIS DELIMITED BY SIZE
                   INTO DPL-MATCH
               END-STRING
           ELSE
               STRING 'NEAR  ' DELIMITED BY SIZE
                   MATCH-BASIS DELIMITED BY SIZE
                   INTO DPL-MATCH
               END-STRING
           END-IF.
           WRITE MRGRPT-REC FROM DUP-PAIR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE NG-ID (NG-J) TO DPL-ID.
           MOVE NG-NAME (NG-J) TO DPL-NAME.
           MOVE NG-MAJOR (NG-J) TO DPL-MAJOR.
           MOVE NG-ADVISOR (NG-J) TO DPL-ADVISOR.
           MOVE NG-STATUS (NG-J) TO DPL-STATUS.
           MOVE SPACES TO DPL-MATCH.
           WRITE MRGRPT-REC FROM DUP-PAIR-LINE
               AFTER ADVANCING 1 LINE.
       2140-EXIT.
           EXIT.
      *
      *    3000-RUN-MERGE - THE MERGE RUN.  CARDS ARE EDITED FIRST
      *    AND ONLY ACCEPTED MERGES ENTER THE TABLE; EVERY DEPENDENT
      *    FILE IS THEN RE-KEYED IN ONE PASS EACH, THE LEDGERS ARE
      *    COMBINED, A RETIRED ID'S DIRECTORY HOLD IS CARRIED TO THE
      *    SURVIVOR, AND THE RETIRED MASTER RECORDS ARE DELETED LAST
      *    - AND ONLY IF EVERY PASS COMPLETED - SO A FAILED PASS
      *    LEAVES BOTH IDS ON THE MASTER.  EVERY PASS ONLY MOVES
      *    RECORDS STILL UNDER A RETIRED ID, SO RERUNNING THE SAME
      *    CARDS AFTER A FAILURE FINISHES THE JOB WITHOUT MOVING
      *    ANYTHING TWICE.
      *
       3000-RUN-MERGE.
           PERFORM 1200-ACQUIRE-RUN-LOCK THRU 1200-EXIT.
           IF LOCK-REFUSED-SW = 1
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O MASTER-FILE.
           IF FS-MASTER NOT = '00'
               STRING 'STU-MASTER COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MASTER DELIMITED BY SIZE
                   ' - NOTHING MERGED' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE 1 TO MASTER-OPEN-SW.
           PERFORM 3050-OPEN-LEDGER THRU 3050-EXIT.
           IF MRG-BAD-SW = 1
               GO TO 3000-CLOSE
           END-IF.
           PERFORM 3100-LOAD-MERGE-CARDS THRU 3100-EXIT.
           IF MRG-BAD-SW = 1
               GO TO 3000-CLOSE
           END-IF.
           IF MT-MAX = 0
               MOVE 'NO MERGE CARDS ACCEPTED - NOTHING MERGED'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 3000-CLOSE
           END-IF.
           PERFORM 3200-OPEN-JOURNALS THRU 3200-EXIT.
           IF MRG-BAD-SW = 1
               GO TO 3000-CLOSE
           END-IF.
           PERFORM 4100-REKEY-COURSES THRU 4100-EXIT.
           PERFORM 4200-REKEY-CRSHIST THRU 4200-EXIT.
           PERFORM 4300-REKEY-SUSPENSE THRU 4300-EXIT.
           PERFORM 4400-REKEY-PENDING THRU 4400-EXIT.
           PERFORM 4500-COMBINE-GPAHIST THRU 4500-EXIT.
           PERFORM 4600-MOVE-ADDRESSES THRU 4600-EXIT.
           PERFORM 4650-COMBINE-AR-LEDGER THRU 4650-EXIT.
           PERFORM 4690-CARRY-DIR-HOLDS THRU 4690-EXIT.
           IF REKEY-BAD-SW = 0
               PERFORM 4700-DELETE-RETIRED THRU 4700-EXIT
               PERFORM 4800-ADJUST-RUN-CONTROLS THRU 4800-EXIT
           ELSE
               MOVE 'RE-KEY INCOMPLETE - RETIRED MASTERS KEPT' TO
                   MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 'CORRECT THE FILE ABOVE AND RERUN THE SAME CARDS'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE JHIST-FILE.
           MOVE 0 TO JRNL-OK-SW.
           PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT.
       3000-CLOSE.
           IF LEDGER-OPEN-SW = 1
               CLOSE LEDGER-FILE
               MOVE 0 TO LEDGER-OPEN-SW
           END-IF.
           CLOSE MASTER-FILE.
           MOVE 0 TO MASTER-OPEN-SW.
       3000-EXIT.
           EXIT.
      *
      *    3050-OPEN-LEDGER - DA-S-ARLEDG IS OPENED BEFORE THE CARDS
      *    ARE EDITED, SINCE THE EDIT COUNTS OPEN ITEMS.  NO LEDGER
      *    FILE YET MEANS NO ACCOUNTS TO COMBINE; ANY OTHER FAILURE
      *    STOPS THE MERGE, WHICH WOULD OTHERWISE LEAVE A RETIRED
      *    ID'S RECEIVABLES UNDER A DELETED ID.
      *
       3050-OPEN-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF FS-LEDGER = '35'
               MOVE 'DA-S-ARLEDG NOT AVAILABLE - NO LEDGERS TO COMBINE'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 3050-EXIT
           END-IF.
           IF FS-LEDGER NOT = '00'
               STRING 'DA-S-ARLEDG COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-LEDGER DELIMITED BY SIZE
                   ' - NOTHING MERGED' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 3050-EXIT
           END-IF.
           MOVE 1 TO LEDGER-OPEN-SW.
       3050-EXIT.
           EXIT.
      *
      *    3100-LOAD-MERGE-CARDS - EDITS EVERY DA-S-MERGE CARD AND
      *    LISTS IT WITH ITS RESULT.  A CARD IS REFUSED WHEN EITHER
      *    ID IS BLANK, THE TWO ARE THE SAME, EITHER IS NOT ON THE
      *    MASTER, OR IT WOULD CHAIN WITH AN EARLIER CARD (A RETIRED
      *    ID RETIRED TWICE, OR AN ID THAT IS BOTH A SURVIVOR AND A
      *    RETIRED ID IN ONE RUN) - A CHAIN IS RUN AS TWO MERGES -
      *    OR THE TWO LEDGER ACCOUNTS HOLD MORE THAN 8 OPEN ITEMS.
      *
       3100-LOAD-MERGE-CARDS.
           OPEN INPUT MERGE-CARD-FILE.
           IF FS-MCARD NOT = '00'
               STRING 'DA-S-MERGE COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MCARD DELIMITED BY SIZE
                   ' - NOTHING MERGED' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE 'MERGE CARD EDIT' TO MSL-TEXT.
           WRITE MRGRPT-REC FROM MRG-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE MRGRPT-REC FROM CARD-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO EOF-C.
           PERFORM 3110-READ-MERGE-CARD.
           PERFORM 3120-EDIT-ONE-CARD THRU 3120-EXIT
               UNTIL EOF-C = 1.
           CLOSE MERGE-CARD-FILE.
       3100-EXIT.
           EXIT.
       3110-READ-MERGE-CARD.
           READ MERGE-CARD-FILE
               AT END
                   MOVE 1 TO EOF-C
           END-READ.
       3120-EDIT-ONE-CARD.
           ADD 1 TO CARD-READ-CT.
           MOVE MC-SURVIVOR TO CDL-SURVIVOR.
           MOVE MC-RETIRED TO CDL-RETIRED.
           MOVE SPACES TO CDL-NAME.
           MOVE SPACES TO CARD-REJECT-MSG.
           IF MC-SURVIVOR = SPACES
               OR MC-RETIRED = SPACES
               MOVE 'SURVIVOR OR RETIRED ID BLANK' TO CARD-REJECT-MSG
               GO TO 3120-REJECT
           END-IF.
           IF MC-SURVIVOR = MC-RETIRED
               MOVE 'SURVIVOR AND RETIRED ARE SAME' TO
                   CARD-REJECT-MSG
               GO TO 3120-REJECT
           END-IF.
           PERFORM 3130-CHECK-CHAIN
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX
               OR CARD-REJECT-MSG NOT = SPACES.
           IF CARD-REJECT-MSG NOT = SPACES
               GO TO 3120-REJECT
           END-IF.
           MOVE MC-SURVIVOR TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'SURVIVOR NOT ON MASTER' TO CARD-REJECT-MSG
               NOT INVALID KEY
                   MOVE MST-CONFID TO SURV-CONFID
           END-READ.
           IF CARD-REJECT-MSG NOT = SPACES
               GO TO 3120-REJECT
           END-IF.
           MOVE MC-RETIRED TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'RETIRED ID NOT ON MASTER' TO CARD-REJECT-MSG
               NOT INVALID KEY
                   MOVE MST-NAME TO CDL-NAME
           END-READ.
           IF CARD-REJECT-MSG NOT = SPACES
               GO TO 3120-REJECT
           END-IF.
           IF MT-MAX NOT < MT-LIMIT
               MOVE 'MERGE TABLE FULL AT 100' TO CARD-REJECT-MSG
               GO TO 3120-REJECT
           END-IF.
           PERFORM 3140-CHECK-LEDGER-ITEMS THRU 3140-EXIT.
           IF CARD-REJECT-MSG NOT = SPACES
               GO TO 3120-REJECT
           END-IF.
           ADD 1 TO MT-MAX.
           MOVE MC-SURVIVOR TO MT-SURVIVOR (MT-MAX).
           MOVE MC-RETIRED TO MT-RETIRED (MT-MAX).
           MOVE MST-NAME TO MT-NAME (MT-MAX).
           MOVE 0 TO MT-CRS-CT (MT-MAX).
           MOVE 0 TO MT-CRH-CT (MT-MAX).
           MOVE 0 TO MT-SUS-CT (MT-MAX).
           MOVE 0 TO MT-PND-CT (MT-MAX).
           MOVE 'NONE ON FILE FOR RETIRED ID' TO
               MT-ADDR-ACTION (MT-MAX).
           MOVE 0 TO MT-GPA-SW (MT-MAX).
           MOVE 0 TO MT-CREDITS (MT-MAX).
           MOVE 0 TO MT-POINTS (MT-MAX).
           MOVE 0 TO MT-GPA (MT-MAX).
           MOVE 0 TO MT-DEL-SW (MT-MAX).
           MOVE 0 TO MT-HOLD-SW (MT-MAX).
           IF MST-CONFIDENTIAL
               AND SURV-CONFID NOT = 'Y'
               MOVE 1 TO MT-HOLD-SW (MT-MAX)
           END-IF.
           MOVE 'NONE ON FILE FOR RETIRED ID' TO MT-AR-ACTION (MT-MAX).
           MOVE LG-RET-ITEMS TO MT-AR-ITEMS (MT-MAX).
           MOVE 0 TO MT-AR-OPEN (MT-MAX).
           MOVE 0 TO MT-AR-CREDIT (MT-MAX).
           MOVE 'ACCEPTED' TO CDL-RESULT.
           WRITE MRGRPT-REC FROM CARD-DETAIL
               AFTER ADVANCING 1 LINE.
           GO TO 3120-NEXT.
       3120-REJECT.
           ADD 1 TO CARD-REJECT-CT.
           MOVE CARD-REJECT-MSG TO CDL-RESULT.
           WRITE MRGRPT-REC FROM CARD-DETAIL
               AFTER ADVANCING 1 LINE.
       3120-NEXT.
           PERFORM 3110-READ-MERGE-CARD.
       3120-EXIT.
           EXIT.
       3130-CHECK-CHAIN.
           IF MT-RETIRED (MT-X) = MC-RETIRED
               MOVE 'RETIRED ID ALREADY MERGED' TO CARD-REJECT-MSG
           ELSE
               IF MT-RETIRED (MT-X) = MC-SURVIVOR
                   OR MT-SURVIVOR (MT-X) = MC-RETIRED
                   MOVE 'CHAINED MERGE - RUN SEPARATELY' TO
                       CARD-REJECT-MSG
               END-IF
           END-IF.
      *
      *    3140-CHECK-LEDGER-ITEMS - THE RETIRED ACCOUNT'S OPEN ITEMS,
      *    THE SURVIVOR'S, AND THOSE OF ANY RETIRED ID ALREADY
      *    ACCEPTED INTO THE SAME SURVIVOR MUST FIT ON ONE ACCOUNT.
      *    LG-RET-ITEMS IS LEFT FOR THE MERGE TABLE.
      *
       3140-CHECK-LEDGER-ITEMS.
           MOVE 0 TO LG-RET-ITEMS.
           IF LEDGER-OPEN-SW = 0
               GO TO 3140-EXIT
           END-IF.
           MOVE MC-RETIRED TO LGR-ID.
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 3140-EXIT
           END-READ.
           MOVE LGR-ITEM-CT TO LG-RET-ITEMS.
           MOVE LG-RET-ITEMS TO LG-ALL-ITEMS.
           MOVE MC-SURVIVOR TO LGR-ID.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO LGR-ITEM-CT
           END-READ.
           ADD LGR-ITEM-CT TO LG-ALL-ITEMS.
           PERFORM 3150-ADD-PRIOR-ITEMS
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX.
           IF LG-ALL-ITEMS > LG-ITEM-LIMIT
               MOVE 'AR LEDGER OVER 8 OPEN ITEMS' TO CARD-REJECT-MSG
           END-IF.
       3140-EXIT.
           EXIT.
       3150-ADD-PRIOR-ITEMS.
           IF MT-SURVIVOR (MT-X) = MC-SURVIVOR
               ADD MT-AR-ITEMS (MT-X) TO LG-ALL-ITEMS
           END-IF.
      *
      *    3200-OPEN-JOURNALS - THE DELETES MUST BE JOURNALED, SO A
      *    JOURNAL OR HISTORY THAT CANNOT BE OPENED STOPS THE MERGE
      *    BEFORE ANY FILE IS TOUCHED.  BOTH ARE EXTENDED, AND
      *    CREATED IF THIS IS THE FIRST RUN TO WRITE THEM.
      *
       3200-OPEN-JOURNALS.
           OPEN EXTEND JOURNAL-FILE.
           IF FS-JRNL = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF FS-JRNL NOT = '00'
               STRING 'UR-S-JRNL COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-JRNL DELIMITED BY SIZE
                   ' - NOTHING MERGED' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 3200-EXIT
           END-IF.
           OPEN EXTEND JHIST-FILE.
           IF FS-JHIST = '35'
               OPEN OUTPUT JHIST-FILE
           END-IF.
           IF FS-JHIST NOT = '00'
               STRING 'UR-S-JHIST COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-JHIST DELIMITED BY SIZE
                   ' - NOTHING MERGED' DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               CLOSE JOURNAL-FILE
               MOVE 1 TO MRG-BAD-SW
               GO TO 3200-EXIT
           END-IF.
           MOVE 1 TO JRNL-OK-SW.
       3200-EXIT.
           EXIT.
      *
      *    4100-REKEY-COURSES - DA-S-COURSES IS COPIED TO A WORK FILE
      *    WITH EVERY RETIRED ID REPLACED BY ITS SURVIVOR, AND THE
      *    WORK FILE IS COPIED BACK ONLY IF SOMETHING MOVED.  A
      *    MISSING FEED HAS NOTHING TO RE-KEY.
      *
       4100-REKEY-COURSES.
           OPEN INPUT COURSE-FILE.
           IF FS-COURSE NOT = '00'
               MOVE 'DA-S-COURSES NOT AVAILABLE - NOTHING TO RE-KEY'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 4100-EXIT
           END-IF.
           OPEN OUTPUT COURSE-WORK-FILE.
           IF FS-CRSWK NOT = '00'
               STRING 'UR-S-MGCRS COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-CRSWK DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE COURSE-FILE
               GO TO 4100-EXIT
           END-IF.
           MOVE 0 TO REKEY-CT.
           MOVE 0 TO EOF-W.
           PERFORM 4110-READ-COURSE.
           PERFORM 4120-REKEY-ONE-COURSE
               UNTIL EOF-W = 1.
           CLOSE COURSE-FILE.
           CLOSE COURSE-WORK-FILE.
           IF REKEY-CT = 0
               GO TO 4100-EXIT
           END-IF.
           OPEN INPUT COURSE-WORK-FILE.
           OPEN OUTPUT COURSE-FILE.
           IF FS-CRSWK NOT = '00'
               OR FS-COURSE NOT = '00'
               MOVE 'DA-S-COURSES COULD NOT BE REWRITTEN - NOT SAVED'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE COURSE-WORK-FILE
               CLOSE COURSE-FILE
               GO TO 4100-EXIT
           END-IF.
           MOVE 0 TO EOF-W.
           PERFORM 4130-READ-COURSE-WORK.
           PERFORM 4140-COPY-ONE-COURSE
               UNTIL EOF-W = 1.
           CLOSE COURSE-WORK-FILE.
           CLOSE COURSE-FILE.
           ADD REKEY-CT TO CRS-MOVED-CT.
       4100-EXIT.
           EXIT.
       4110-READ-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4120-REKEY-ONE-COURSE.
           MOVE CRS-ID TO PROBE-ID.
           PERFORM 7000-FIND-RETIRED.
           IF MT-FOUND-SW = 1
               MOVE MT-SURVIVOR (MT-I) TO CRS-ID
               ADD 1 TO MT-CRS-CT (MT-I)
               ADD 1 TO REKEY-CT
           END-IF.
           WRITE CRSWK-REC FROM COURSE-REC.
           PERFORM 4110-READ-COURSE.
       4130-READ-COURSE-WORK.
           READ COURSE-WORK-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4140-COPY-ONE-COURSE.
           WRITE COURSE-REC FROM CRSWK-REC.
           PERFORM 4130-READ-COURSE-WORK.
      *
      *    4200-REKEY-CRSHIST - THE PERMANENT COURSE HISTORY, SAME
      *    COPY-AND-REPLACE PASS.  THE TERM STAMPS AND GRADES STAY AS
      *    THEY WERE; ONLY THE OWNING ID CHANGES, SO THE SURVIVOR'S
      *    TRANSCRIPT SHOWS BOTH IDS' TERMS.
      *
       4200-REKEY-CRSHIST.
           OPEN INPUT COURSE-HIST-FILE.
           IF FS-CRSHIST NOT = '00'
               MOVE 'DA-S-CRSHIST NOT AVAILABLE - NOTHING TO RE-KEY'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 4200-EXIT
           END-IF.
           OPEN OUTPUT CRSHIST-WORK-FILE.
           IF FS-CRHWK NOT = '00'
               STRING 'UR-S-MGCRH COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-CRHWK DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE COURSE-HIST-FILE
               GO TO 4200-EXIT
           END-IF.
           MOVE 0 TO REKEY-CT.
           MOVE 0 TO EOF-W.
           PERFORM 4210-READ-CRSHIST.
           PERFORM 4220-REKEY-ONE-CRSHIST
               UNTIL EOF-W = 1.
           CLOSE COURSE-HIST-FILE.
           CLOSE CRSHIST-WORK-FILE.
           IF REKEY-CT = 0
               GO TO 4200-EXIT
           END-IF.
           OPEN INPUT CRSHIST-WORK-FILE.
           OPEN OUTPUT COURSE-HIST-FILE.
           IF FS-CRHWK NOT = '00'
               OR FS-CRSHIST NOT = '00'
               MOVE 'DA-S-CRSHIST COULD NOT BE REWRITTEN - NOT SAVED'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE CRSHIST-WORK-FILE
               CLOSE COURSE-HIST-FILE
               GO TO 4200-EXIT
           END-IF.
           MOVE 0 TO EOF-W.
           PERFORM 4230-READ-CRSHIST-WORK.
           PERFORM 4240-COPY-ONE-CRSHIST
               UNTIL EOF-W = 1.
           CLOSE CRSHIST-WORK-FILE.
           CLOSE COURSE-HIST-FILE.
           ADD REKEY-CT TO CRH-MOVED-CT.
       4200-EXIT.
           EXIT.
       4210-READ-CRSHIST.
           READ COURSE-HIST-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4220-REKEY-ONE-CRSHIST.
           MOVE CH-ID TO PROBE-ID.
           PERFORM 7000-FIND-RETIRED.
           IF MT-FOUND-SW = 1
               MOVE MT-SURVIVOR (MT-I) TO CH-ID
               ADD 1 TO MT-CRH-CT (MT-I)
               ADD 1 TO REKEY-CT
           END-IF.
           WRITE CRHWK-REC FROM COURSE-HIST-REC.
           PERFORM 4210-READ-CRSHIST.
       4230-READ-CRSHIST-WORK.
           READ CRSHIST-WORK-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4240-COPY-ONE-CRSHIST.
           WRITE COURSE-HIST-REC FROM CRHWK-REC.
           PERFORM 4230-READ-CRSHIST-WORK.
      *
      *    4300-REKEY-SUSPENSE - HELD TRANSACTIONS FOR THE RETIRED ID
      *    ARE RE-KEYED SO THEIR CORRECTION STILL LANDS ON THE
      *    STUDENT.  THE IMAGE IS OTHERWISE UNCHANGED.
      *
       4300-REKEY-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF FS-SUSP NOT = '00'
               MOVE 'DA-S-SUSP NOT FOUND - NOTHING HELD TO RE-KEY'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 4300-EXIT
           END-IF.
           OPEN OUTPUT SUSPENSE-WORK-FILE.
           IF FS-SUSWK NOT = '00'
               STRING 'UR-S-MGSUS COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-SUSWK DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE SUSPENSE-FILE
               GO TO 4300-EXIT
           END-IF.
           MOVE 0 TO REKEY-CT.
           MOVE 0 TO EOF-W.
           PERFORM 4310-READ-SUSPENSE.
           PERFORM 4320-REKEY-ONE-SUSPENSE
               UNTIL EOF-W = 1.
           CLOSE SUSPENSE-FILE.
           CLOSE SUSPENSE-WORK-FILE.
           IF REKEY-CT = 0
               GO TO 4300-EXIT
           END-IF.
           OPEN INPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF FS-SUSWK NOT = '00'
               OR FS-SUSP NOT = '00'
               MOVE 'DA-S-SUSP COULD NOT BE REWRITTEN - NOT SAVED'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE SUSPENSE-WORK-FILE
               CLOSE SUSPENSE-FILE
               GO TO 4300-EXIT
           END-IF.
           MOVE 0 TO EOF-W.
           PERFORM 4330-READ-SUSPENSE-WORK.
           PERFORM 4340-COPY-ONE-SUSPENSE
               UNTIL EOF-W = 1.
           CLOSE SUSPENSE-WORK-FILE.
           CLOSE SUSPENSE-FILE.
           ADD REKEY-CT TO SUS-MOVED-CT.
       4300-EXIT.
           EXIT.
       4310-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4320-REKEY-ONE-SUSPENSE.
           MOVE SUS-ID TO PROBE-ID.
           PERFORM 7000-FIND-RETIRED.
           IF MT-FOUND-SW = 1
               MOVE MT-SURVIVOR (MT-I) TO SUS-ID
               ADD 1 TO MT-SUS-CT (MT-I)
               ADD 1 TO REKEY-CT
           END-IF.
           WRITE SUSWK-REC FROM SUSPENSE-REC.
           PERFORM 4310-READ-SUSPENSE.
       4330-READ-SUSPENSE-WORK.
           READ SUSPENSE-WORK-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4340-COPY-ONE-SUSPENSE.
           WRITE SUSPENSE-REC FROM SUSWK-REC.
           PERFORM 4330-READ-SUSPENSE-WORK.
      *
      *    4400-REKEY-PENDING - FUTURE-DATED CHANGES PARKED ON
      *    DA-S-PENDTX FOR THE RETIRED ID WOULD OTHERWISE RELEASE
      *    AGAINST A DELETED STUDENT; THEY ARE RE-KEYED THE SAME WAY
      *    AS THE SUSPENSE FILE.  LAB2 RE-SORTS THE QUEUE ON ITS NEXT
      *    FULL MAINTENANCE RUN.
      *
       4400-REKEY-PENDING.
           OPEN INPUT PEND-FILE.
           IF FS-PEND NOT = '00'
               MOVE 'DA-S-PENDTX NOT FOUND - NOTHING PARKED TO RE-KEY'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 4400-EXIT
           END-IF.
           OPEN OUTPUT PEND-WORK-FILE.
           IF FS-PNDWK NOT = '00'
               STRING 'UR-S-MGPND COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-PNDWK DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE PEND-FILE
               GO TO 4400-EXIT
           END-IF.
           MOVE 0 TO REKEY-CT.
           MOVE 0 TO EOF-W.
           PERFORM 4410-READ-PENDING.
           PERFORM 4420-REKEY-ONE-PENDING
               UNTIL EOF-W = 1.
           CLOSE PEND-FILE.
           CLOSE PEND-WORK-FILE.
           IF REKEY-CT = 0
               GO TO 4400-EXIT
           END-IF.
           OPEN INPUT PEND-WORK-FILE.
           OPEN OUTPUT PEND-FILE.
           IF FS-PNDWK NOT = '00'
               OR FS-PEND NOT = '00'
               MOVE 'DA-S-PENDTX COULD NOT BE REWRITTEN - NOT SAVED'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE PEND-WORK-FILE
               CLOSE PEND-FILE
               GO TO 4400-EXIT
           END-IF.
           MOVE 0 TO EOF-W.
           PERFORM 4430-READ-PENDING-WORK.
           PERFORM 4440-COPY-ONE-PENDING
               UNTIL EOF-W = 1.
           CLOSE PEND-WORK-FILE.
           CLOSE PEND-FILE.
           ADD REKEY-CT TO PND-MOVED-CT.
       4400-EXIT.
           EXIT.
       4410-READ-PENDING.
           READ PEND-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4420-REKEY-ONE-PENDING.
           MOVE PND-ID TO PROBE-ID.
           PERFORM 7000-FIND-RETIRED.
           IF MT-FOUND-SW = 1
               MOVE MT-SURVIVOR (MT-I) TO PND-ID
               ADD 1 TO MT-PND-CT (MT-I)
               ADD 1 TO REKEY-CT
           END-IF.
           WRITE PNDWK-REC FROM PEND-REC.
           PERFORM 4410-READ-PENDING.
       4430-READ-PENDING-WORK.
           READ PEND-WORK-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4440-COPY-ONE-PENDING.
           WRITE PEND-REC FROM PNDWK-REC.
           PERFORM 4430-READ-PENDING-WORK.
      *
      *    4500-COMBINE-GPAHIST - THE RETIRED ID'S CUMULATIVE RECORD
      *    IS RE-KEYED ONTO THE WORK FILE, THE WORK FILE IS SORTED
      *    BACK INTO THE ID ORDER LAB2GPA MATCHES ON, AND EACH ID'S
      *    RECORDS ARE FOLDED INTO ONE AS DA-S-GPAHIST IS REWRITTEN.
      *
       4500-COMBINE-GPAHIST.
           OPEN INPUT GPA-HIST-FILE.
           IF FS-HIST NOT = '00'
               MOVE 'DA-S-GPAHIST NOT FOUND - NO GPA HISTORY TO COMBINE'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 4500-EXIT
           END-IF.
           OPEN OUTPUT GPA-WORK-FILE.
           IF FS-GPAWK NOT = '00'
               STRING 'UR-S-MGGPA COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-GPAWK DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE GPA-HIST-FILE
               GO TO 4500-EXIT
           END-IF.
           MOVE 0 TO REKEY-CT.
           MOVE 0 TO EOF-W.
           PERFORM 4510-READ-GPAHIST.
           PERFORM 4520-REKEY-ONE-GPAHIST
               UNTIL EOF-W = 1.
           CLOSE GPA-HIST-FILE.
           CLOSE GPA-WORK-FILE.
           IF REKEY-CT = 0
               GO TO 4500-EXIT
           END-IF.
           SORT GPA-SORT-FILE
               ON ASCENDING KEY GSRT-ID
               USING GPA-WORK-FILE
               GIVING GPA-SORTED-FILE.
           OPEN INPUT GPA-SORTED-FILE.
           OPEN OUTPUT GPA-HIST-FILE.
           IF FS-GPASRT NOT = '00'
               OR FS-HIST NOT = '00'
               MOVE 'DA-S-GPAHIST COULD NOT BE REWRITTEN - NOT SAVED'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO REKEY-BAD-SW
               CLOSE GPA-SORTED-FILE
               CLOSE GPA-HIST-FILE
               GO TO 4500-EXIT
           END-IF.
           MOVE 0 TO EOF-G.
           PERFORM 4530-READ-GPA-SORTED.
           PERFORM 4540-COMBINE-ONE-ID
               UNTIL EOF-G = 1.
           CLOSE GPA-SORTED-FILE.
           CLOSE GPA-HIST-FILE.
           ADD REKEY-CT TO GPA-MOVED-CT.
       4500-EXIT.
           EXIT.
       4510-READ-GPAHIST.
           READ GPA-HIST-FILE
               AT END
                   MOVE 1 TO EOF-W
           END-READ.
       4520-REKEY-ONE-GPAHIST.
           MOVE GPH-ID TO PROBE-ID.
           PERFORM 7000-FIND-RETIRED.
           IF MT-FOUND-SW = 1
               MOVE MT-SURVIVOR (MT-I) TO GPH-ID
               MOVE 1 TO MT-GPA-SW (MT-I)
               ADD 1 TO REKEY-CT
           END-IF.
           WRITE GPAWK-REC FROM GPA-HIST-REC.
           PERFORM 4510-READ-GPAHIST.
       4530-READ-GPA-SORTED.
           READ GPA-SORTED-FILE
               AT END
                   MOVE 1 TO EOF-G
           END-READ.
       4540-COMBINE-ONE-ID.
           MOVE GPS-ID TO GRP-ID.
           MOVE 0 TO GRP-REC-CT.
           MOVE 0 TO CUM-CREDITS.
           MOVE 0 TO CUM-POINTS.
           MOVE SPACE TO CUM-STANDING.
           PERFORM 4550-ADD-ONE-GPA
               UNTIL EOF-G = 1
               OR GPS-ID NOT = GRP-ID.
           MOVE 0 TO CUM-GPA.
           IF CUM-CREDITS > 0
               DIVIDE CUM-POINTS BY CUM-CREDITS
                   GIVING CUM-GPA ROUNDED
           END-IF.
           MOVE GRP-ID TO GPH-ID.
           MOVE CUM-CREDITS TO GPH-CREDITS.
           MOVE CUM-POINTS TO GPH-POINTS.
           MOVE CUM-GPA TO GPH-GPA.
           MOVE CUM-STANDING TO GPH-STANDING.
           WRITE GPA-HIST-REC.
           PERFORM 4560-POST-COMBINED
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX.
       4550-ADD-ONE-GPA.
           ADD 1 TO GRP-REC-CT.
           ADD GPS-CREDITS TO CUM-CREDITS.
           ADD GPS-POINTS TO CUM-POINTS.
           IF GPS-STANDING = 'P'
               MOVE 'P' TO CUM-STANDING
           END-IF.
           PERFORM 4530-READ-GPA-SORTED.
       4560-POST-COMBINED.
           IF MT-SURVIVOR (MT-X) = GRP-ID
               AND MT-GPA-SW (MT-X) = 1
               MOVE CUM-CREDITS TO MT-CREDITS (MT-X)
               MOVE CUM-POINTS TO MT-POINTS (MT-X)
               MOVE CUM-GPA TO MT-GPA (MT-X)
           END-IF.
      *
      *    4600-MOVE-ADDRESSES - THE RETIRED ID'S ADDRESS MOVES TO
      *    THE SURVIVOR ONLY WHEN THE SURVIVOR HAS NONE; OTHERWISE
      *    THE SURVIVOR'S (NEWER) ADDRESS IS KEPT.  EITHER WAY THE
      *    RETIRED ID'S ENTRY IS REMOVED.  A MISSING ADDRESS FILE HAS
      *    NOTHING TO MOVE.
      *
       4600-MOVE-ADDRESSES.
           OPEN I-O ADDRESS-FILE.
           IF FS-ADDR NOT = '00'
               MOVE 'DA-S-ADDRESS NOT AVAILABLE - NOTHING TO MOVE'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4610-MOVE-ONE-ADDRESS THRU 4610-EXIT
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX.
           CLOSE ADDRESS-FILE.
       4600-EXIT.
           EXIT.
       4610-MOVE-ONE-ADDRESS.
           MOVE MT-RETIRED (MT-X) TO ADR-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   GO TO 4610-EXIT
           END-READ.
           DELETE ADDRESS-FILE
               INVALID KEY
                   MOVE 'RETIRED ENTRY NOT REMOVED' TO
                       MT-ADDR-ACTION (MT-X)
                   MOVE 1 TO REKEY-BAD-SW
                   GO TO 4610-EXIT
           END-DELETE.
           MOVE MT-SURVIVOR (MT-X) TO ADR-ID.
           WRITE ADDRESS-REC
               INVALID KEY
                   MOVE 'SURVIVOR ADDRESS KEPT' TO
                       MT-ADDR-ACTION (MT-X)
               NOT INVALID KEY
                   MOVE 'MOVED TO SURVIVOR' TO
                       MT-ADDR-ACTION (MT-X)
                   ADD 1 TO ADDR-MOVED-CT
           END-WRITE.
       4610-EXIT.
           EXIT.
      *
      *    4650-COMBINE-AR-LEDGER - THE RETIRED ID'S DA-S-ARLEDG
      *    ACCOUNT IS REMOVED AND ITS MONEY FOLLOWS THE STUDENT: IF
      *    THE SURVIVOR HAS NO ACCOUNT THE RECORD IS WRITTEN BACK
      *    UNDER THE SURVIVOR'S ID AS IT STOOD; OTHERWISE ITS TERM
      *    ASSESSMENT (SAME TERM), CREDIT BALANCE AND LIFETIME TOTALS
      *    ADD INTO THE SURVIVOR'S AND ITS OPEN ITEMS JOIN THE
      *    SURVIVOR'S IN DATE ORDER.  A CREDIT BALANCE THEN RETIRES
      *    OPEN ITEMS OLDEST FIRST, AS LAB2AR'S 2500-POST-CREDIT
      *    WOULD, SO THE ACCOUNT DOES NOT AGE DEBT IT HAS MONEY FOR.
      *    THE RETIRED RECORD GOES FIRST, AS IN 4610, SO A RERUN
      *    NEVER ADDS THE SAME ACCOUNT TWICE; ITS AMOUNTS PRINT ON
      *    THE REGISTER EITHER WAY.  ANY FAILURE WITHHOLDS THE
      *    MASTER DELETES.
      *
       4650-COMBINE-AR-LEDGER.
           IF LEDGER-OPEN-SW = 0
               GO TO 4650-EXIT
           END-IF.
           PERFORM 4660-COMBINE-ONE-LEDGER THRU 4660-EXIT
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX.
       4650-EXIT.
           EXIT.
       4660-COMBINE-ONE-LEDGER.
           MOVE MT-RETIRED (MT-X) TO LGR-ID.
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 4660-EXIT
           END-READ.
           MOVE LEDGER-REC TO RETIRED-LEDGER.
           MOVE RLG-ITEM-CT TO MT-AR-ITEMS (MT-X).
           MOVE RLG-CREDIT-BAL TO MT-AR-CREDIT (MT-X).
           MOVE 0 TO MT-AR-OPEN (MT-X).
           PERFORM 4661-ADD-ONE-OPEN
               VARYING LG-I FROM 1 BY 1
               UNTIL LG-I > RLG-ITEM-CT.
           MOVE 1 TO LEDGER-SURV-SW.
           MOVE MT-SURVIVOR (MT-X) TO LGR-ID.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO LEDGER-SURV-SW
           END-READ.
           IF LEDGER-SURV-SW = 1
               AND LGR-ITEM-CT + RLG-ITEM-CT > LG-ITEM-LIMIT
               MOVE 'NOT COMBINED - OVER 8 ITEMS' TO
                   MT-AR-ACTION (MT-X)
               MOVE 1 TO REKEY-BAD-SW
               GO TO 4660-EXIT
           END-IF.
           MOVE MT-RETIRED (MT-X) TO LGR-ID.
           DELETE LEDGER-FILE
               INVALID KEY
                   MOVE 'RETIRED ACCOUNT NOT REMOVED' TO
                       MT-AR-ACTION (MT-X)
                   MOVE 1 TO REKEY-BAD-SW
                   GO TO 4660-EXIT
           END-DELETE.
           IF LEDGER-SURV-SW = 0
               MOVE RETIRED-LEDGER TO LEDGER-REC
               MOVE MT-SURVIVOR (MT-X) TO LGR-ID
               WRITE LEDGER-REC
                   INVALID KEY
                       MOVE 'REMOVED - NOT WRITTEN TO SURVIVOR' TO
                           MT-AR-ACTION (MT-X)
                       MOVE 1 TO REKEY-BAD-SW
                   NOT INVALID KEY
                       MOVE 'MOVED TO SURVIVOR' TO MT-AR-ACTION (MT-X)
                       ADD 1 TO LGR-MOVED-CT
               END-WRITE
               GO TO 4660-EXIT
           END-IF.
           MOVE MT-SURVIVOR (MT-X) TO LGR-ID.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'REMOVED - SURVIVOR NOT REREAD' TO
                       MT-AR-ACTION (MT-X)
                   MOVE 1 TO REKEY-BAD-SW
                   GO TO 4660-EXIT
           END-READ.
           PERFORM 4670-ADD-RETIRED-ACCOUNT.
           REWRITE LEDGER-REC
               INVALID KEY
                   MOVE 'REMOVED - SURVIVOR NOT REWRITTEN' TO
                       MT-AR-ACTION (MT-X)
                   MOVE 1 TO REKEY-BAD-SW
               NOT INVALID KEY
                   MOVE 'COMBINED WITH SURVIVOR ACCOUNT' TO
                       MT-AR-ACTION (MT-X)
                   ADD 1 TO LGR-MOVED-CT
           END-REWRITE.
       4660-EXIT.
           EXIT.
       4661-ADD-ONE-OPEN.
           ADD RLG-ITEM-AMT (LG-I) TO MT-AR-OPEN (MT-X).
      *
      *    4670-ADD-RETIRED-ACCOUNT - THE TERM ASSESSMENT IS THE
      *    CURRENT TERM'S BILL, SO IT ADDS ONLY WHEN BOTH ACCOUNTS
      *    ARE ON THE SAME TERM; OTHERWISE THE LATER TERM'S STANDS.
      *    THE LATER CHARGE AND PAYMENT DATES ARE KEPT.
      *
       4670-ADD-RETIRED-ACCOUNT.
           IF RLG-TERM = LGR-TERM
               ADD RLG-TERM-ASSESSED TO LGR-TERM-ASSESSED
           ELSE
               IF RLG-TERM > LGR-TERM
                   MOVE RLG-TERM TO LGR-TERM
                   MOVE RLG-TERM-ASSESSED TO LGR-TERM-ASSESSED
               END-IF
           END-IF.
           ADD RLG-CREDIT-BAL TO LGR-CREDIT-BAL.
           ADD RLG-TOT-CHARGED TO LGR-TOT-CHARGED.
           ADD RLG-TOT-CREDITED TO LGR-TOT-CREDITED.
           IF RLG-LAST-CHARGE-DATE > LGR-LAST-CHARGE-DATE
               MOVE RLG-LAST-CHARGE-DATE TO LGR-LAST-CHARGE-DATE
           END-IF.
           IF RLG-LAST-PAY-DATE > LGR-LAST-PAY-DATE
               MOVE RLG-LAST-PAY-DATE TO LGR-LAST-PAY-DATE
           END-IF.
           PERFORM 4671-APPEND-ONE-ITEM
               VARYING LG-I FROM 1 BY 1
               UNTIL LG-I > RLG-ITEM-CT.
           PERFORM 4672-ORDER-FROM-ONE
               VARYING LG-I FROM 1 BY 1
               UNTIL LG-I NOT < LGR-ITEM-CT.
           IF LGR-CREDIT-BAL > 0
               AND LGR-ITEM-CT > 0
               PERFORM 4680-APPLY-CREDIT-BAL
           END-IF.
       4671-APPEND-ONE-ITEM.
           ADD 1 TO LGR-ITEM-CT.
           MOVE RLG-ITEM-DATE (LG-I) TO LGR-ITEM-DATE (LGR-ITEM-CT).
           MOVE RLG-ITEM-AMT (LG-I) TO LGR-ITEM-AMT (LGR-ITEM-CT).
       4672-ORDER-FROM-ONE.
           COMPUTE LG-J = LG-I + 1.
           PERFORM 4673-ORDER-ONE-PAIR
               VARYING LG-J FROM LG-J BY 1
               UNTIL LG-J > LGR-ITEM-CT.
       4673-ORDER-ONE-PAIR.
           IF LGR-ITEM-DATE (LG-J) < LGR-ITEM-DATE (LG-I)
               MOVE LGR-ITEM-DATE (LG-I) TO LG-HOLD-DATE
               MOVE LGR-ITEM-AMT (LG-I) TO LG-HOLD-AMT
               MOVE LGR-ITEM-DATE (LG-J) TO LGR-ITEM-DATE (LG-I)
               MOVE LGR-ITEM-AMT (LG-J) TO LGR-ITEM-AMT (LG-I)
               MOVE LG-HOLD-DATE TO LGR-ITEM-DATE (LG-J)
               MOVE LG-HOLD-AMT TO LGR-ITEM-AMT (LG-J)
           END-IF.
      *
      *    4680-APPLY-CREDIT-BAL - THE CREDIT WAS COUNTED IN
      *    LGR-TOT-CREDITED WHEN IT WAS RECEIVED, SO ONLY THE
      *    BALANCE AND THE ITEMS MOVE.  PAID ITEMS ARE SQUEEZED OUT.
      *
       4680-APPLY-CREDIT-BAL.
           MOVE LGR-CREDIT-BAL TO LG-NET-AMT.
           PERFORM 4681-RETIRE-ONE-ITEM
               VARYING LG-I FROM 1 BY 1
               UNTIL LG-I > LGR-ITEM-CT
               OR LG-NET-AMT = 0.
           MOVE LG-NET-AMT TO LGR-CREDIT-BAL.
           MOVE 0 TO LG-J.
           PERFORM 4682-KEEP-ONE-ITEM
               VARYING LG-I FROM 1 BY 1
               UNTIL LG-I > LGR-ITEM-CT.
           PERFORM 4683-CLEAR-TAIL-ITEM
               VARYING LG-I FROM LG-J BY 1
               UNTIL LG-I NOT < LGR-ITEM-CT.
           MOVE LG-J TO LGR-ITEM-CT.
       4681-RETIRE-ONE-ITEM.
           IF LGR-ITEM-AMT (LG-I) NOT > LG-NET-AMT
               SUBTRACT LGR-ITEM-AMT (LG-I) FROM LG-NET-AMT
               MOVE 0 TO LGR-ITEM-AMT (LG-I)
           ELSE
               SUBTRACT LG-NET-AMT FROM LGR-ITEM-AMT (LG-I)
               MOVE 0 TO LG-NET-AMT
           END-IF.
       4682-KEEP-ONE-ITEM.
           IF LGR-ITEM-AMT (LG-I) > 0
               ADD 1 TO LG-J
               MOVE LGR-ITEM-DATE (LG-I) TO LGR-ITEM-DATE (LG-J)
               MOVE LGR-ITEM-AMT (LG-I) TO LGR-ITEM-AMT (LG-J)
           END-IF.
       4683-CLEAR-TAIL-ITEM.
           ADD 1 TO LG-I GIVING LG-N.
           MOVE SPACES TO LGR-ITEM-DATE (LG-N).
           MOVE 0 TO LGR-ITEM-AMT (LG-N).
      *
      *    4690-CARRY-DIR-HOLDS - A SURVIVOR FLAGGED AT CARD EDIT IS
      *    REREAD, GIVEN THE RETIRED ID'S DIRECTORY HOLD, REWRITTEN
      *    AND JOURNALED AS AN 'R' - THE SAME RECORD LAB2'S
      *    1542-APPLY-CHANGE WRITES - WHILE THE LOCK IS HELD AND
      *    BEFORE THE RETIRED RECORD CAN BE DELETED.  IT RUNS EVEN
      *    WHEN A RE-KEY PASS FAILED, SINCE RECORDS ALREADY MOVED TO
      *    THE SURVIVOR ARE COVERED BY ITS HOLD; A FAILED REWRITE
      *    WITHHOLDS THE DELETES SO THE HOLD IS NEVER LOST.
      *
       4690-CARRY-DIR-HOLDS.
           PERFORM 4695-CARRY-ONE-HOLD THRU 4695-EXIT
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX.
       4690-EXIT.
           EXIT.
       4695-CARRY-ONE-HOLD.
           IF MT-HOLD-SW (MT-X) NOT = 1
               GO TO 4695-EXIT
           END-IF.
           MOVE MT-SURVIVOR (MT-X) TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 3 TO MT-HOLD-SW (MT-X)
                   MOVE 1 TO REKEY-BAD-SW
                   GO TO 4695-EXIT
           END-READ.
           IF MST-CONFIDENTIAL
               MOVE 4 TO MT-HOLD-SW (MT-X)
               GO TO 4695-EXIT
           END-IF.
           MOVE MASTER-REC TO JRN-BEFORE-IMAGE.
           MOVE 'Y' TO MST-CONFID.
           REWRITE MASTER-REC
               INVALID KEY
                   MOVE 3 TO MT-HOLD-SW (MT-X)
                   MOVE 1 TO REKEY-BAD-SW
               NOT INVALID KEY
                   MOVE 2 TO MT-HOLD-SW (MT-X)
                   ADD 1 TO HOLD-CARRIED-CT
                   MOVE MASTER-REC TO JRN-AFTER-IMAGE
                   PERFORM 4730-JOURNAL-HOLD
           END-REWRITE.
       4695-EXIT.
           EXIT.
      *
      *    4700-DELETE-RETIRED - EACH RETIRED MASTER RECORD IS READ
      *    FOR ITS BEFORE IMAGE, DELETED, AND JOURNALED AS A 'D'
      *    ACTION - THE SAME JOURNAL RECORD LAB2'S 1543-APPLY-DELETE
      *    WRITES - TO BOTH UR-S-JRNL AND UR-S-JHIST.
      *
       4700-DELETE-RETIRED.
           PERFORM 4710-DELETE-ONE-RETIRED
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX.
       4700-EXIT.
           EXIT.
       4710-DELETE-ONE-RETIRED.
           MOVE MT-RETIRED (MT-X) TO MST-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 2 TO MT-DEL-SW (MT-X)
                   ADD 1 TO DELETE-ERR-CT
                   MOVE 1 TO MRG-BAD-SW
               NOT INVALID KEY
                   MOVE MASTER-REC TO JRN-BEFORE-IMAGE
                   DELETE MASTER-FILE
                       INVALID KEY
                           MOVE 2 TO MT-DEL-SW (MT-X)
                           ADD 1 TO DELETE-ERR-CT
                           MOVE 1 TO MRG-BAD-SW
                       NOT INVALID KEY
                           MOVE 1 TO MT-DEL-SW (MT-X)
                           ADD 1 TO DELETE-OK-CT
                           PERFORM 4720-JOURNAL-DELETE
                   END-DELETE
           END-READ.
       4720-JOURNAL-DELETE.
           MOVE 'D' TO JRN-ACTION.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           PERFORM 4740-WRITE-JOURNALS.
       4730-JOURNAL-HOLD.
           MOVE 'R' TO JRN-ACTION.
           PERFORM 4740-WRITE-JOURNALS.
       4740-WRITE-JOURNALS.
           MOVE RUN-DATE-DISPLAY TO JRN-RUN-DATE.
           MOVE RUN-TIME-DISPLAY TO JRN-RUN-TIME.
           MOVE MERGE-BATCH-NO TO JRN-BATCH-NO.
           WRITE JOURNAL-REC.
           MOVE TERM-STAMP TO JH-TERM-STAMP.
           MOVE JOURNAL-REC TO JH-JRNL-IMAGE.
           WRITE JHIST-REC.
      *
      *    4800-ADJUST-RUN-CONTROLS - LAB2 CHECKS ITS OPENING MASTER
      *    COUNT AGAINST THE COUNT ITS LAST RUN CLOSED WITH ON
      *    UR-S-RUNCTL.  THE MERGE DELETES ARE CARRIED DOWN INTO THAT
      *    COUNT, LEAVING THE LAST RUN'S DATE AND BATCH AS THEY WERE,
      *    SO THE NEXT RUN BALANCES.  NO FILE YET MEANS NO BASELINE.
      *
       4800-ADJUST-RUN-CONTROLS.
           IF DELETE-OK-CT = 0
               GO TO 4800-EXIT
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL NOT = '00'
               GO TO 4800-EXIT
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   CLOSE RUN-CONTROL-FILE
                   GO TO 4800-EXIT
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           IF RUNCTL-COUNT-OUT < DELETE-OK-CT
               MOVE 'UR-S-RUNCTL COUNT BELOW DELETES - NOT ADJUSTED'
                   TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 4800-EXIT
           END-IF.
           SUBTRACT DELETE-OK-CT FROM RUNCTL-COUNT-OUT.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF FS-RUNCTL NOT = '00'
               STRING 'UR-S-RUNCTL COULD NOT BE REWRITTEN - STATUS='
                       DELIMITED BY SIZE
                   FS-RUNCTL DELIMITED BY SIZE
                   INTO MNL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO MRG-BAD-SW
               GO TO 4800-EXIT
           END-IF.
           WRITE RUNCTL-REC.
           CLOSE RUN-CONTROL-FILE.
       4800-EXIT.
           EXIT.
      *
      *    5000-PRINT-REGISTER - ONE BLOCK PER ACCEPTED MERGE: THE
      *    TWO IDS AND THE RESULT, WHAT WAS RE-KEYED FROM EACH FILE,
      *    THE ADDRESS, LEDGER AND DIRECTORY-HOLD ACTIONS, THE
      *    COMBINED GPA HISTORY, AND THE
      *    JOURNAL STAMP TO LOOK FOR IN LAB2AUDQ UNDER THE RETIRED
      *    ID.  THE RUN TOTALS FOLLOW.
      *
       5000-PRINT-REGISTER.
           MOVE 'MERGE REGISTER' TO MSL-TEXT.
           WRITE MRGRPT-REC FROM MRG-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE MRGRPT-REC FROM CARD-COL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 5100-PRINT-ONE-MERGE
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX.
           MOVE SPACES TO MRGRPT-REC.
           WRITE MRGRPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'MERGE CARDS READ:' TO MCL-LABEL.
           MOVE CARD-READ-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'MERGE CARDS REJECTED:' TO MCL-LABEL.
           MOVE CARD-REJECT-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'RETIRED MASTERS DELETED:' TO MCL-LABEL.
           MOVE DELETE-OK-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           IF DELETE-ERR-CT > 0
               MOVE 'RETIRED DELETES FAILED:' TO MCL-LABEL
               MOVE DELETE-ERR-CT TO MCL-VALUE
               PERFORM 5900-WRITE-COUNT-LINE
           END-IF.
           MOVE 'COURSE RECORDS RE-KEYED:' TO MCL-LABEL.
           MOVE CRS-MOVED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'COURSE HISTORY RE-KEYED:' TO MCL-LABEL.
           MOVE CRH-MOVED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'SUSPENSE ITEMS RE-KEYED:' TO MCL-LABEL.
           MOVE SUS-MOVED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'PENDING ITEMS RE-KEYED:' TO MCL-LABEL.
           MOVE PND-MOVED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'GPA HISTORIES COMBINED:' TO MCL-LABEL.
           MOVE GPA-MOVED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'ADDRESSES MOVED:' TO MCL-LABEL.
           MOVE ADDR-MOVED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'LEDGER ACCOUNTS MOVED:' TO MCL-LABEL.
           MOVE LGR-MOVED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
           MOVE 'DIRECTORY HOLDS CARRIED:' TO MCL-LABEL.
           MOVE HOLD-CARRIED-CT TO MCL-VALUE.
           PERFORM 5900-WRITE-COUNT-LINE.
       5000-EXIT.
           EXIT.
       5100-PRINT-ONE-MERGE.
           MOVE SPACES TO MRGRPT-REC.
           WRITE MRGRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE MT-SURVIVOR (MT-X) TO CDL-SURVIVOR.
           MOVE MT-RETIRED (MT-X) TO CDL-RETIRED.
           MOVE MT-NAME (MT-X) TO CDL-NAME.
           EVALUATE MT-DEL-SW (MT-X)
               WHEN 1
                   MOVE 'MERGED - RETIRED ID DELETED' TO CDL-RESULT
               WHEN 2
                   MOVE 'RE-KEYED - MASTER DELETE FAILED' TO CDL-RESULT
               WHEN OTHER
                   MOVE 'RE-KEY ONLY - RETIRED ID KEPT' TO CDL-RESULT
           END-EVALUATE.
           WRITE MRGRPT-REC FROM CARD-DETAIL
               AFTER ADVANCING 1 LINE.
           MOVE MT-CRS-CT (MT-X) TO RML-CRS.
           MOVE MT-CRH-CT (MT-X) TO RML-CRH.
           MOVE MT-SUS-CT (MT-X) TO RML-SUS.
           MOVE MT-PND-CT (MT-X) TO RML-PND.
           WRITE MRGRPT-REC FROM REG-MOVE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE MT-ADDR-ACTION (MT-X) TO RAL-ACTION.
           WRITE MRGRPT-REC FROM REG-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE MT-AR-ACTION (MT-X) TO RAR-ACTION.
           MOVE MT-AR-ITEMS (MT-X) TO RAR-ITEMS.
           MOVE MT-AR-OPEN (MT-X) TO RAR-OPEN.
           MOVE MT-AR-CREDIT (MT-X) TO RAR-CREDIT.
           WRITE MRGRPT-REC FROM REG-AR-LINE
               AFTER ADVANCING 1 LINE.
           EVALUATE MT-HOLD-SW (MT-X)
               WHEN 2
                   MOVE 'CARRIED TO SURVIVOR' TO RHL-ACTION
               WHEN 3
                   MOVE 'NOT CARRIED - REWRITE FAILED' TO RHL-ACTION
               WHEN 4
                   MOVE 'SURVIVOR ALREADY HELD' TO RHL-ACTION
               WHEN OTHER
                   MOVE SPACES TO RHL-ACTION
           END-EVALUATE.
           IF RHL-ACTION NOT = SPACES
               WRITE MRGRPT-REC FROM REG-HOLD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF MT-GPA-SW (MT-X) = 1
               MOVE MT-CREDITS (MT-X) TO RGL-CREDITS
               MOVE MT-POINTS (MT-X) TO RGL-POINTS
               MOVE MT-GPA (MT-X) TO RGL-GPA
               WRITE MRGRPT-REC FROM REG-GPA-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE '  GPA HIST: NONE UNDER RETIRED ID' TO MNL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
           IF MT-DEL-SW (MT-X) = 1
               MOVE 'DELETED' TO RJL-ACTION
               MOVE RUN-DATE-DISPLAY TO RJL-DATE
               MOVE RUN-TIME-DISPLAY TO RJL-TIME
               MOVE MERGE-BATCH-NO TO RJL-BATCH
               WRITE MRGRPT-REC FROM REG-JRNL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       5900-WRITE-COUNT-LINE.
           WRITE MRGRPT-REC FROM MRG-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *    7000-FIND-RETIRED - LOOKS PROBE-ID UP AMONG THE ACCEPTED
      *    RETIRED IDS.  ON A HIT MT-FOUND-SW IS 1 AND MT-I POINTS AT
      *    THE MERGE ENTRY.
      *
       7000-FIND-RETIRED.
           MOVE 0 TO MT-FOUND-SW.
           PERFORM 7010-MATCH-ONE-RETIRED
               VARYING MT-X FROM 1 BY 1
               UNTIL MT-X > MT-MAX
               OR MT-FOUND-SW = 1.
       7010-MATCH-ONE-RETIRED.
           IF MT-RETIRED (MT-X) = PROBE-ID
               MOVE 1 TO MT-FOUND-SW
               MOVE MT-X TO MT-I
           END-IF.
       END PROGRAM lab2mrg.
