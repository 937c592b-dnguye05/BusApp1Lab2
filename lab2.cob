      *                 a crashed run left behind.  One collision
      *                 between a maintenance run and a recovery run
      *                 would cost us the master.
      * 2026-10-15  DN  Class promotion at term end: after the archive
      *                 sweep, mode 'T' recomputes FR/SO/JR/SR for
      *                 each active student from the cumulative
      *                 DA-S-GPAHIST credits against the DA-S-CLSHRS
      *                 threshold card, rewrites each promotion
      *                 through the journal, and prints a promotion
      *                 register; a level that would drop is listed
      *                 for registrar review and never demoted.
      * 2026-10-15  DN  Effective-dated transactions: DA-S-INPUT
      *                 carries an optional effective date (cols
      *                 60-67, YYYYMMDD).  A future-dated item is
      *                 edited and parked on the DA-S-PENDTX pending
      *                 file; each full maintenance run releases
      *                 every parked item now due through
      *                 1540-APPLY-TRANSACTION.  Trans code 'X'
      *                 cancels a parked item, and a pending-queue
      *                 listing shows what fires and when.
      * 2026-10-15  DN  STU-MASTER SELECT declares the MST-NAME and
      *                 MST-ADVISOR alternate keys (duplicates
      *                 allowed) carried by the reorganized master;
      *                 processing is unchanged.
      * 2026-10-15  DN  Enrollment verification: mode 'V' runs the
      *                 credit-load pass and cuts the UR-S-ENRVF
      *                 clearinghouse submission (header, one detail
      *                 per student with intensity F/Q/H/L/W/A,
      *                 status, major, class and DA-S-ADDRESS address,
      *                 trailer with record counts).  DA-S-ENRSUB
      *                 keeps what was last sent; after the first
      *                 full submission only intensity or status
      *                 changes are sent, with a printed change list.
      * 2026-10-15  DN  Directory-information hold: STUREC carries
      *                 MST-CONFID, set from DA-S-INPUT col 59 (Y/N,
      *                 blank = N on an add and unchanged on a
      *                 change) and journaled with the record; the
      *                 trans code moves to col 60 and the effective
      *                 date to 61-68.  Held students are left off
      *                 UR-S-CSV, the advisor burst files and the
      *                 UR-S-STATS figures, flagged 'C' on the roster,
      *                 caseload, archive and tuition registers and
      *                 CONFIDENTIAL on letters, flagged on UR-S-GRAD
      *                 and UR-S-ENRVF, and every suppression counts
      *                 on the reconciliation page.
      * 2026-10-15  DN  Restart skip re-parks future-dated items and
      *                 re-tables cancels read before the checkpoint,
      *                 which were lost when UR-S-PNDWK was reopened;
      *                 the effective-date edit checks the day against
      *                 the length of the month, leap years included.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO 'UR-S-TLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATS.
           SELECT TRANS-SORT-FILE ASSIGN TO 'SORTWK03'.
           SELECT PEND-SORT-FILE ASSIGN TO 'SORTWK04'.
           SELECT REBAL-FILE ASSIGN TO 'UR-S-REBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REBAL.
           SELECT DUPCHK-FILE ASSIGN TO 'UR-S-DUPWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUPWK.
           SELECT GPA-HIST-FILE ASSIGN TO 'DA-S-GPAHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GPAHIST.
           SELECT CLASS-HRS-FILE ASSIGN TO 'DA-S-CLSHRS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLSHRS.
           SELECT PEND-FILE ASSIGN TO 'DA-S-PENDTX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEND.
           SELECT PEND-WORK-FILE ASSIGN TO 'UR-S-PNDWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PNDWK.
           SELECT ENRL-SUBMIT-FILE ASSIGN TO 'UR-S-ENRVF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENRVF.
           SELECT ENRL-PRIOR-FILE ASSIGN TO 'DA-S-ENRSUB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENRSUB.
           SELECT ENRL-NEW-FILE ASSIGN TO 'UR-S-ENRWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENRWK.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           03 FILLER PIC X(60).
       FD  REJECT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REJECT-REC PIC X(89).
       FD  RUN-CONTROL-FILE
               LABEL RECORDS ARE OMITTED.
       01  RUNCTL-REC.
           03 BW-STANDING PIC X(01).
           03 BW-ONMAST PIC X(01).
           03 BW-STATUS PIC X(01).
           03 BW-CONFID PIC X(01).
       FD  BILLING-FILE
               LABEL RECORDS ARE OMITTED.
       01  BILLING-REC PIC X(80).
               LABEL RECORDS ARE OMITTED.
       01  JHIST-REC.
           03 JH-TERM-STAMP PIC X(06).
           03 JH-JRNL-IMAGE PIC X(141).
       FD  JHIST-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  JHSWK-REC.
           03 JHW-TERM-STAMP PIC X(06).
           03 JHW-JRNL-IMAGE PIC X(141).
       FD  ADDRESS-FILE
               LABEL RECORDS ARE STANDARD.
       01  ADDRESS-REC.
           03 LW-ID PIC X(09).
           03 LW-NAME PIC X(20).
           03 LW-DETAIL PIC X(20).
           03 LW-CONFID PIC X(01).
       FD  LETTER-FILE
               LABEL RECORDS ARE OMITTED.
       01  LETTER-REC PIC X(80).
       01  SUSPENSE-REC.
           03 SUS-CYCLE-CT PIC 9(02).
           03 SUS-REASON PIC X(20).
           03 SUS-IMAGE PIC X(68).
       FD  SUSPENSE-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  SUSWK-REC.
           03 SW-CYCLE-CT PIC 9(02).
           03 SW-REASON PIC X(20).
           03 SW-IMAGE PIC X(68).
       FD  SNAPSHOT-FILE
               LABEL RECORDS ARE OMITTED.
       01  SNAPSHOT-REC.
           03 SNAP-YEAR PIC X(04).
           03 SNAP-ADVISOR PIC X(20).
           03 SNAP-STATUS PIC X(01).
           03 SNAP-CONFID PIC X(01).
       FD  GPA-HIST-FILE
               LABEL RECORDS ARE OMITTED.
       01  GPA-HIST-REC.
           03 GPH-ID PIC X(09).
           03 GPH-CREDITS PIC 9(05).
           03 GPH-POINTS PIC 9(06)V99.
           03 GPH-GPA PIC 9V99.
           03 GPH-STANDING PIC X(01).
       FD  CLASS-HRS-FILE
               LABEL RECORDS ARE OMITTED.
       01  CLASS-HRS-REC.
           03 CHR-SO-MIN PIC X(03).
           03 FILLER PIC X(01).
           03 CHR-JR-MIN PIC X(03).
           03 FILLER PIC X(01).
           03 CHR-SR-MIN PIC X(03).
           03 FILLER PIC X(69).
       FD  PEND-FILE
               LABEL RECORDS ARE OMITTED.
       01  PEND-REC.
           03 PND-EFF-DATE PIC X(08).
           03 PND-ENTER-DATE PIC X(08).
           03 PND-BATCH-NO PIC 9(06).
           03 PND-IMAGE PIC X(68).
       FD  PEND-WORK-FILE
               LABEL RECORDS ARE OMITTED.
       01  PNDWK-REC.
           03 PW-EFF-DATE PIC X(08).
           03 PW-ENTER-DATE PIC X(08).
           03 PW-BATCH-NO PIC 9(06).
           03 PW-IMAGE PIC X(68).
       SD  PEND-SORT-FILE.
       01  PSRT-REC.
           03 PSRT-EFF-DATE PIC X(08).
           03 FILLER PIC X(14).
           03 PSRT-ID PIC X(09).
           03 FILLER PIC X(59).
       FD  ENRL-SUBMIT-FILE
               LABEL RECORDS ARE OMITTED.
       01  ENRVF-REC PIC X(120).
       FD  ENRL-PRIOR-FILE
               LABEL RECORDS ARE OMITTED.
       01  ENRL-PRIOR-REC.
           03 ES-ID PIC X(09).
           03 ES-NAME PIC X(20).
           03 ES-INTENSITY PIC X(01).
           03 ES-STATUS PIC X(01).
           03 ES-TERM PIC X(06).
       FD  ENRL-NEW-FILE
               LABEL RECORDS ARE OMITTED.
       01  ENRWK-REC.
           03 EN-ID PIC X(09).
           03 EN-NAME PIC X(20).
           03 EN-INTENSITY PIC X(01).
           03 EN-STATUS PIC X(01).
           03 EN-TERM PIC X(06).
       WORKING-STORAGE SECTION.
       01  INPUT-DATA.
           COPY STUREC REPLACING LEADING ==XX-== BY ==I-==.
               88 I-TRANS-ADD VALUE 'A'.
               88 I-TRANS-CHANGE VALUE 'C'.
               88 I-TRANS-DELETE VALUE 'D'.
               88 I-TRANS-CANCEL VALUE 'X'.
               88 I-TRANS-NONE VALUE SPACE.
           03 I-EFF-DATE PIC X(08).
           03 I-EFF-DATE-R REDEFINES I-EFF-DATE.
               05 I-EFF-CCYY PIC 9(04).
               05 I-EFF-MM PIC 9(02).
               05 I-EFF-DD PIC 9(02).
      *
      *    BATCH CONTROL RECORDS - THE REGISTRAR'S EXTRACT OPENS WITH
      *    A HEADER (BATCH NUMBER, CREATION DATE) AND ENDS WITH A
           03 L-YEAR1 PIC X(10).
           03 L-ADVISOR1 PIC X(20).
           03 L-STATUS1 PIC X(10).
           03 L-CONF1 PIC X(01).
       01  PRNT-HEADING1.
           03 FILLER PIC X(09) VALUE 'ID'.
           03 FILLER PIC X(20) VALUE 'NAME'.
           03 FILLER PIC X(10) VALUE 'YEAR'.
           03 FILLER PIC X(20) VALUE 'ADVISOR'.
           03 FILLER PIC X(10) VALUE 'STATUS'.
           03 FILLER PIC X(01) VALUE 'C'.
       01  PRNT-BREAK-LINE.
           03 FILLER PIC X(07) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'MAJOR TOTAL - '.
      *    TERM (THE MASTER UNLOAD), WITH NET AND PERCENT CHANGE AND
      *    A RETENTION RATE, TALLIED IN ONE SEQUENTIAL MATCH OF THE
      *    TWO ID-ORDERED FILES.  THE SAME FIGURES GO TO UR-S-STATS
      *    IN MACHINE-READABLE FORM FOR THE DEAN'S OFFICE, LESS THE
      *    STUDENTS UNDER A DIRECTORY HOLD (THE -HELD COUNTS), WHO
      *    STAY ON THE PRINTED PAGE ONLY.
      *
       01  STAT-MAJOR-TABLE.
           03 STAT-MAJOR-MAX PIC 9(4) VALUE 0.
               05 SJ-KEY PIC X(04).
               05 SJ-PRIOR PIC 9(8).
               05 SJ-CURR PIC 9(8).
               05 SJ-PRIOR-HELD PIC 9(8).
               05 SJ-CURR-HELD PIC 9(8).
       01  STAT-YEAR-TABLE.
           03 STAT-YEAR-MAX PIC 9(4) VALUE 0.
           03 STAT-YEAR-ENTRY OCCURS 50 TIMES INDEXED BY SY-IDX.
               05 SY-KEY PIC X(04).
               05 SY-PRIOR PIC 9(8).
               05 SY-CURR PIC 9(8).
               05 SY-PRIOR-HELD PIC 9(8).
               05 SY-CURR-HELD PIC 9(8).
       01  STAT-HEADING.
           03 FILLER PIC X(38) VALUE
               'ENROLLMENT TREND STATISTICS'.
       77  STAT-PRIOR-TOTAL PIC 9(8) VALUE 0.
       77  STAT-CURR-TOTAL PIC 9(8) VALUE 0.
       77  STAT-RETAINED-CT PIC 9(8) VALUE 0.
       77  STAT-PRIOR-HELD PIC 9(8) VALUE 0.
       77  STAT-CURR-HELD PIC 9(8) VALUE 0.
       77  STAT-RETAINED-HELD PIC 9(8) VALUE 0.
       77  STAT-HELD-SW PIC 9 VALUE 0.
       77  STAT-REL-PRIOR PIC 9(8) VALUE 0.
       77  STAT-NET PIC S9(8) VALUE 0.
       77  STAT-PCT-WK PIC S9(11)V99 VALUE 0.
       77  STAT-PCT PIC S9(5)V9 VALUE 0.
       77  AV-PREV-ADVISOR PIC X(20) VALUE SPACES.
       77  AV-FIRST-SW PIC 9 VALUE 1.
       77  AV-GROUP-CT PIC 9(8) VALUE 0.
       77  AV-HELD-CT PIC 9(8) VALUE 0.
       77  ADV-SEQ PIC 9(4) VALUE 0.
       77  CASELOAD-CAP PIC 9(4) VALUE 0025.
       77  FS-ADVR PIC X(02) VALUE SPACES.
       77  GRADX-LINE PIC X(80) VALUE SPACES.
       77  GAX-CREDITS PIC 9(03) VALUE 0.
       77  GAX-REQ PIC 9(03) VALUE 0.
       77  GAX-HOLD PIC X(01) VALUE SPACE.
      *
      *    ENROLLMENT VERIFICATION FIELDS - RUN MODE 'V' CUTS THE
      *    CLEARINGHOUSE SUBMISSION (UR-S-ENRVF) FROM THE MASTER
      *    UNLOAD AND THE CREDIT-LOAD PASS TOTALS: A HEADER, ONE
      *    DETAIL PER STUDENT CARRYING ENROLLMENT INTENSITY, STATUS,
      *    MAJOR, CLASS LEVEL AND THE DA-S-ADDRESS MAILING ADDRESS,
      *    AND A TRAILER WITH THE RECORD COUNTS.  INTENSITY IS F
      *    FULL-TIME (12 OR MORE HOURS), Q THREE-QUARTER (9-11), H
      *    HALF-TIME (6-8), L LESS THAN HALF-TIME, W WITHDRAWN, A
      *    APPROVED LEAVE.  DA-S-ENRSUB HOLDS WHAT THE CLEARINGHOUSE
      *    WAS LAST TOLD FOR EACH STUDENT; WITH NO STATE FILE THE RUN
      *    IS A FULL SUBMISSION, AND AFTER THAT ONLY STUDENTS WHOSE
      *    INTENSITY OR STATUS CHANGED ARE SENT AND LISTED.
      *
       01  ENRL-HEADER-BUILD.
           03 FILLER PIC X(01) VALUE 'H'.
           03 EH-SUBMIT-TYPE PIC X(01).
           03 EH-TERM PIC X(06).
           03 EH-CREATE-DATE PIC X(08).
           03 EH-CREATE-TIME PIC X(08).
           03 FILLER PIC X(96) VALUE SPACES.
       01  ENRL-DETAIL-BUILD.
           03 FILLER PIC X(01) VALUE 'D'.
           03 ED-ID PIC X(09).
           03 ED-NAME PIC X(20).
           03 ED-STATUS PIC X(01).
           03 ED-INTENSITY PIC X(01).
           03 ED-CREDITS PIC 9(03).
           03 ED-MAJOR PIC X(04).
           03 ED-CLASS PIC X(04).
           03 ED-STREET PIC X(25).
           03 ED-CITY PIC X(20).
           03 ED-STATE PIC X(02).
           03 ED-ZIP PIC X(05).
           03 ED-CHANGE PIC X(01).
           03 ED-DIR-HOLD PIC X(01).
           03 FILLER PIC X(23) VALUE SPACES.
       01  ENRL-TRAILER-BUILD.
           03 FILLER PIC X(01) VALUE 'T'.
           03 ET-DETAIL-CT PIC 9(08).
           03 ET-RECORD-CT PIC 9(08).
           03 ET-FULL-CT PIC 9(08).
           03 ET-THREEQ-CT PIC 9(08).
           03 ET-HALF-CT PIC 9(08).
           03 ET-LESS-CT PIC 9(08).
           03 ET-WD-CT PIC 9(08).
           03 ET-LEAVE-CT PIC 9(08).
           03 FILLER PIC X(55) VALUE SPACES.
       01  ENRL-HEADING.
           03 FILLER PIC X(31) VALUE
               'ENROLLMENT VERIFICATION - TERM '.
           03 EVH-TERM PIC X(06).
           03 FILLER PIC X(03) VALUE SPACES.
           03 EVH-TYPE PIC X(16).
       01  ENRL-COL-LINE.
           03 FILLER PIC X(52) VALUE
               'ID        NAME                 WAS  NOW  CRD  REASON'.
       01  ENRL-CHANGE-DETAIL.
           03 ECD-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 ECD-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 ECD-WAS-INT PIC X(01).
           03 ECD-WAS-SEP PIC X(01).
           03 ECD-WAS-STAT PIC X(01).
           03 FILLER PIC X(02) VALUE SPACES.
           03 ECD-NOW-INT PIC X(01).
           03 FILLER PIC X(01) VALUE '/'.
           03 ECD-NOW-STAT PIC X(01).
           03 FILLER PIC X(02) VALUE SPACES.
           03 ECD-CREDITS PIC ZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 ECD-REASON PIC X(24).
       01  ENRL-COUNT-LINE.
           03 ENC-LABEL PIC X(26).
           03 ENC-VALUE PIC ZZZZZZZ9.
       77  THREE-QTR-MIN PIC 9(03) VALUE 009.
       77  HALF-TIME-MIN PIC 9(03) VALUE 006.
       77  FS-ENRVF PIC X(02) VALUE SPACES.
       77  FS-ENRSUB PIC X(02) VALUE SPACES.
       77  FS-ENRWK PIC X(02) VALUE SPACES.
       77  EOF-EB PIC 9 VALUE 0.
       77  EOF-EP PIC 9 VALUE 0.
       77  EOF-EN PIC 9 VALUE 0.
       77  ENRL-FULL-SW PIC 9 VALUE 0.
       77  ENRL-PRIOR-SW PIC 9 VALUE 0.
       77  ENRL-CREDITS PIC 9(03) VALUE 0.
       77  ENRL-INTENSITY PIC X(01) VALUE SPACE.
       77  ENRL-CHANGE PIC X(01) VALUE SPACE.
       77  ENRL-MASTER-CT PIC 9(08) VALUE 0.
       77  ENRL-SENT-CT PIC 9(08) VALUE 0.
       77  ENRL-SAME-CT PIC 9(08) VALUE 0.
       77  ENRL-NEW-CT PIC 9(08) VALUE 0.
       77  ENRL-INT-CT PIC 9(08) VALUE 0.
       77  ENRL-STAT-CT PIC 9(08) VALUE 0.
       77  ENRL-BOTH-CT PIC 9(08) VALUE 0.
       77  ENRL-LEFT-CT PIC 9(08) VALUE 0.
       77  ENRL-NOADDR-CT PIC 9(08) VALUE 0.
       77  ENRL-F-CT PIC 9(08) VALUE 0.
       77  ENRL-Q-CT PIC 9(08) VALUE 0.
       77  ENRL-H-CT PIC 9(08) VALUE 0.
       77  ENRL-L-CT PIC 9(08) VALUE 0.
       77  ENRL-W-CT PIC 9(08) VALUE 0.
       77  ENRL-A-CT PIC 9(08) VALUE 0.
       77  ENRL-HOLD-CT PIC 9(08) VALUE 0.
      *
      *    NOTIFICATION LETTER FIELDS - STUREC CARRIES NO CONTACT
      *    INFORMATION, SO THE DA-S-ADDRESS FILE (KEYED BY STUDENT ID
           03 TAD-AMOUNT PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 TAD-FLAG PIC X(08).
           03 FILLER PIC X(01) VALUE SPACES.
           03 TAD-CONF PIC X(01).
       01  TUITION-COUNT-LINE.
           03 TAC-LABEL PIC X(26).
           03 TAC-VALUE PIC ZZZZZZZ9.
           03 DUP-ID-ENTRY OCCURS 2000 TIMES INDEXED BY DI-IDX.
               05 DI-ID PIC X(09).
       01  REJECT-DETAIL.
           03 REJ-IMAGE PIC X(60).
           03 FILLER PIC X(01) VALUE SPACES.
           03 REJ-REASON PIC X(20).
           03 REJ-EFF-DATE PIC X(08).
       77  VALID-TRANS-SW PIC 9 VALUE 1.
           88 TRANS-IS-VALID VALUE 1.
           88 TRANS-IS-INVALID VALUE 0.
       77  SUSP-APPLIED-CT PIC 9(8) VALUE 0.
       77  SUSP-HELD-CT PIC 9(8) VALUE 0.
       77  SUSP-AGED-CT PIC 9(8) VALUE 0.
      *
      *    PENDING TRANSACTION FIELDS - A DETAIL CARRYING AN EFFECTIVE
      *    DATE LATER THAN TODAY PASSES THE SAME EDITS AS ANY OTHER
      *    BUT IS PARKED ON THE PENDING WORK FILE INSTEAD OF BEING
      *    APPLIED.  AFTER THE FEED AND THE SUSPENSE RECYCLE, THE
      *    PERSISTENT DA-S-PENDTX QUEUE IS READ: ITEMS A 'X' CANCEL
      *    CARD NAMED ARE DROPPED, ITEMS NOW DUE ARE RE-EDITED AND
      *    APPLIED THROUGH 1540-APPLY-TRANSACTION, AND THE REST ARE
      *    CARRIED FORWARD.  THE QUEUE IS THEN SORTED BACK BY
      *    EFFECTIVE DATE AND LISTED.  A CANCEL WITH A BLANK DATE
      *    WITHDRAWS EVERY PARKED ITEM FOR THE STUDENT.
      *
       01  PEND-CANCEL-TABLE.
           03 PEND-CANCEL-MAX PIC 9(4) VALUE 0.
           03 PEND-CANCEL-ENTRY OCCURS 200 TIMES INDEXED BY PC-IDX.
               05 PC-ID PIC X(09).
               05 PC-EFF-DATE PIC X(08).
               05 PC-USED-SW PIC 9.
       01  PEND-HEADING.
           03 PDH-TEXT PIC X(34).
           03 PDH-DATE PIC X(08).
       01  PEND-COL-LINE.
           03 FILLER PIC X(30) VALUE
               'EFF DATE ID        NAME       '.
           03 FILLER PIC X(30) VALUE
               '          C ENTERED  ACTION   '.
       01  PEND-DETAIL.
           03 PDD-EFF-DATE PIC X(08).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PDD-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PDD-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PDD-CODE PIC X(01).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PDD-ENTERED PIC X(08).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PDD-ACTION PIC X(26).
       01  PEND-COUNT-LINE.
           03 PDC-LABEL PIC X(26).
           03 PDC-VALUE PIC ZZZZZZZ9.
       77  FS-PEND PIC X(02) VALUE SPACES.
       77  FS-PNDWK PIC X(02) VALUE SPACES.
       77  PNDWK-OPEN-SW PIC 9 VALUE 0.
       77  PEND-RELEASE-SW PIC 9 VALUE 0.
       77  PEND-HIT-SW PIC 9 VALUE 0.
       77  PEND-TODAY PIC X(08) VALUE SPACES.
       77  PEND-REPLAY-SW PIC 9 VALUE 0.
      *
      *    DAYS-PER-MONTH TABLE FOR THE EFFECTIVE-DATE EDIT - FEBRUARY
      *    IS RAISED TO 29 IN A LEAP YEAR BY 1514-CHECK-EFF-DATE.
      *
       01  MONTH-DAYS-DATA.
           03 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DATA.
           03 MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       77  EFF-MONTH-DAYS PIC 9(02) VALUE 0.
       77  EFF-LEAP-Q PIC 9(04) VALUE 0.
       77  EFF-LEAP-R PIC 9(04) VALUE 0.
       77  PEND-CANCEL-LIMIT PIC 9(4) VALUE 0200.
       77  PC-I PIC 9(4) VALUE 0.
       77  PEND-PARK-CT PIC 9(8) VALUE 0.
       77  PEND-RELEASE-CT PIC 9(8) VALUE 0.
       77  PEND-CANCEL-CT PIC 9(8) VALUE 0.
       77  PEND-CARRY-CT PIC 9(8) VALUE 0.
       77  PEND-REJECT-CT PIC 9(8) VALUE 0.
       77  PEND-NOMATCH-CT PIC 9(8) VALUE 0.
       77  PEND-QUEUE-CT PIC 9(8) VALUE 0.
       77  EOF-PD PIC 9 VALUE 0.
       77  EOF-S PIC 9 VALUE 0.
       01  SUSP-HEADING.
           03 FILLER PIC X(38) VALUE
       77  RUNCTL-FOUND-SW PIC 9 VALUE 0.
       77  RECON-BAD-SW PIC 9 VALUE 0.
       77  FS-RUNCTL PIC X(02) VALUE SPACES.
      *
      *    DIRECTORY-HOLD COUNTS - STUDENTS WHOSE MST-CONFID IS 'Y'
      *    STAY ON THE INTERNAL REPORTS WITH A 'C' MARKER BUT ARE
      *    KEPT OFF EVERYTHING THAT LEAVES THE OFFICE.  EACH
      *    SUPPRESSION IS COUNTED HERE AND SHOWN ON THE BALANCING
      *    PAGE SO THE EXTRACTS CAN BE PROVED AGAINST THE MASTER.
      *
       77  CONF-MASTER-CT PIC 9(08) VALUE 0.
       77  CONF-CSV-CT PIC 9(08) VALUE 0.
       77  CONF-BURST-CT PIC 9(08) VALUE 0.
       01  RECON-HEADING.
           03 FILLER PIC X(38) VALUE
               'RUN RECONCILIATION'.
           88 MODE-EDIT-ONLY VALUE 'E'.
           88 MODE-REBALANCE VALUE 'B'.
           88 MODE-GRAD-AUDIT VALUE 'G'.
           88 MODE-ENRL-VERIFY VALUE 'V'.
      *
      *    RUN-CONTROL OPTIONS - OPTIONAL ROSTER FILTERS AND TUNING
      *    OVERRIDES FROM THE UR-S-PARM CARD, ECHOED ON THE PAGE
       77  CURRENT-YEAR-N PIC 9(04) VALUE 0.
       77  TERM-STAMP PIC X(06) VALUE SPACES.
      *
      *    CLASS PROMOTION FIELDS - AFTER THE ARCHIVE SWEEP THE TERM-END
      *    RUN RECOMPUTES EACH ACTIVE STUDENT'S CLASS LEVEL FROM THE
      *    CUMULATIVE CREDITS LAB2GPA CARRIES ON DA-S-GPAHIST (STUDENT
      *    ID ORDER, MATCHED AGAINST THE MASTER READ IN KEY ORDER).
      *    THE SO/JR/SR MINIMUM HOURS COME FROM THE DA-S-CLSHRS CARD,
      *    DEFAULTING TO 30/60/90 WHEN THE CARD IS MISSING OR BAD.
      *    PROMOTIONS ARE REWRITTEN THROUGH THE JOURNAL; A LEVEL THAT
      *    WOULD DROP IS ONLY LISTED - DEMOTION IS A REGISTRAR CALL.
      *    STUDENTS CARRYING A GRADUATION YEAR IN PLACE OF A CLASS
      *    CODE ARE LEFT ALONE.
      *
       01  PROMO-HEADING.
           03 FILLER PIC X(33) VALUE
               'CLASS PROMOTION REGISTER - TERM '.
           03 PROMO-HDG-TERM PIC X(06).
       01  PROMO-LIMIT-LINE.
           03 FILLER PIC X(18) VALUE 'MINIMUM HOURS  SO:'.
           03 PRL-SO PIC ZZ9.
           03 FILLER PIC X(05) VALUE '  JR:'.
           03 PRL-JR PIC ZZ9.
           03 FILLER PIC X(05) VALUE '  SR:'.
           03 PRL-SR PIC ZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 PRL-SOURCE PIC X(20).
       01  PROMO-COL-LINE.
           03 FILLER PIC X(56) VALUE
               'ID        NAME                 OLD NEW HOURS  ACTION'.
       01  PROMO-DETAIL.
           03 PRD-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PRD-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 PRD-OLD PIC X(02).
           03 FILLER PIC X(02) VALUE SPACES.
           03 PRD-NEW PIC X(02).
           03 FILLER PIC X(02) VALUE SPACES.
           03 PRD-HOURS PIC ZZZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 PRD-ACTION PIC X(20).
       01  PROMO-COUNT-LINE.
           03 PRC-LABEL PIC X(26).
           03 PRC-VALUE PIC ZZZZZZZ9.
       77  FS-GPAHIST PIC X(02) VALUE SPACES.
       77  FS-CLSHRS PIC X(02) VALUE SPACES.
       77  CLASS-SO-MIN PIC 9(03) VALUE 030.
       77  CLASS-JR-MIN PIC 9(03) VALUE 060.
       77  CLASS-SR-MIN PIC 9(03) VALUE 090.
       77  CLSHRS-DEFAULT-SW PIC 9 VALUE 0.
       77  PR-NEW-CLASS PIC X(04) VALUE SPACES.
       77  PR-OLD-RANK PIC 9 VALUE 0.
       77  PR-NEW-RANK PIC 9 VALUE 0.
       77  PR-ACTIVE-CT PIC 9(08) VALUE 0.
       77  PR-PROMOTE-CT PIC 9(08) VALUE 0.
       77  PR-REVIEW-CT PIC 9(08) VALUE 0.
       77  PR-SAME-CT PIC 9(08) VALUE 0.
       77  PR-NOHIST-CT PIC 9(08) VALUE 0.
       77  PR-GRADYR-CT PIC 9(08) VALUE 0.
      *
      *    JOURNAL FIELDS - EVERY WRITE/REWRITE/DELETE AGAINST THE
      *    MASTER IS JOURNALED WITH FULL BEFORE AND AFTER IMAGES SO
      *    LAB2RECOV CAN REBUILD THE MASTER FROM THE UR-S-XSNAP
       77  FS-JRNL PIC X(02) VALUE SPACES.
       77  JRNL-OK-SW PIC 9 VALUE 0.
       77  JRNL-ACTION-CODE PIC X(01) VALUE SPACE.
       01  BEFORE-IMAGE PIC X(59) VALUE SPACES.
       01  AFTER-IMAGE PIC X(59) VALUE SPACES.
      *
      *    CREDIT-LOAD FIELDS - THE DA-S-COURSES FEED IS SORTED BY
      *    STUDENT ID AND CONTROL-BROKEN TO TOTAL EACH STUDENT'S
                   CONTINUE
               WHEN MODE-GRAD-AUDIT
                   CONTINUE
               WHEN MODE-ENRL-VERIFY
                   CONTINUE
               WHEN OTHER
                   PERFORM 1350-APPLY-FEED THRU 1350-EXIT
           END-EVALUATE.
               PERFORM 2800-GRADUATION-AUDIT THRU 2800-EXIT
               GO TO 000-EXIT
           END-IF.
           IF MODE-ENRL-VERIFY
      *    THE CLEARINGHOUSE EXTRACT NEEDS ONLY THE POST-UPDATE
      *    MASTER AND THE CREDIT-LOAD TOTALS; IT CHANGES NO MASTER
      *    RECORDS AND PRINTS NONE OF THE MAINTENANCE REPORTING.
               PERFORM 2400-CREDIT-LOAD-PASS THRU 2400-EXIT
               PERFORM 2950-ENROLLMENT-EXTRACT THRU 2950-EXIT
               GO TO 000-EXIT
           END-IF.
           PERFORM 1550-PRINT-ROSTER-BY-MAJOR THRU 1550-EXIT.
           PERFORM 1700-PRINT-SUMMARY.
           PERFORM 1800-PRINT-EXCEPTIONS.
      *
      *    9200-STORE-LETTER-REQ - HOLDS ONE NOTIFICATION-LETTER
      *    REQUEST ON THE LETTER WORK FILE.  THE CALLER SETS LW-TYPE,
      *    LW-ID, LW-NAME, LW-DETAIL AND LW-CONFID FIRST.  A WORK
      *    FILE THAT FAILED TO OPEN WAS ALREADY LOGGED, SO THE
      *    EXCEPTION STILL PRINTS WHERE IT ALWAYS DID AND ONLY THE
      *    LETTER IS LOST.
      *
       9200-STORE-LETTER-REQ.
           IF LTRWK-OPEN-SW = 1
               AND NOT MODE-EDIT-ONLY
               AND NOT MODE-REBALANCE
               AND NOT MODE-GRAD-AUDIT
               AND NOT MODE-ENRL-VERIFY
               MOVE SPACES TO ABEND-MSG
               STRING 'UR-S-PARM RUN MODE INVALID: ' DELIMITED BY SIZE
                   RUN-MODE-SW DELIMITED BY SIZE
                   MOVE 'REBALANCE' TO OPT-MODE
               WHEN MODE-GRAD-AUDIT
                   MOVE 'GRAD AUDIT' TO OPT-MODE
               WHEN MODE-ENRL-VERIFY
                   MOVE 'ENRL VERIFY' TO OPT-MODE
               WHEN OTHER
                   MOVE 'FULL MAINT' TO OPT-MODE
           END-EVALUATE.
                   END-STRING
                   PERFORM 9000-WRITE-ABEND
               END-IF
               OPEN OUTPUT PEND-WORK-FILE
               IF FS-PNDWK = '00'
                   MOVE 1 TO PNDWK-OPEN-SW
               ELSE
                   STRING 'UR-S-PNDWK COULD NOT BE OPENED - STATUS='
                           DELIMITED BY SIZE
                       FS-PNDWK DELIMITED BY SIZE
                       ' - PENDING HELD OVER' DELIMITED BY SIZE
                       INTO ABEND-MSG
                   END-STRING
                   PERFORM 9000-WRITE-ABEND
               END-IF
           END-IF.
           MOVE '20' TO PEND-TODAY (1:2).
           MOVE RUN-DATE TO PEND-TODAY (3:6).
           PERFORM 1100-VERIFY-BATCH THRU 1100-EXIT.
           IF BATCH-BALANCED
               IF RESTART-MODE
                   UNTIL EOF-I = 1
           END-IF.
           IF SUSWK-OPEN-SW = 1
               AND BATCH-BALANCED
               PERFORM 1360-RECYCLE-SUSPENSE THRU 1360-EXIT
           END-IF.
           IF PNDWK-OPEN-SW = 1
      *    RELEASED ITEMS THAT FAIL THEIR RE-EDIT ARE HELD IN
      *    SUSPENSE, SO THE PENDING PASS RUNS WHILE THE SUSPENSE
      *    WORK FILE IS STILL OPEN.
               IF BATCH-BALANCED
                   PERFORM 1380-RELEASE-PENDING THRU 1380-EXIT
               END-IF
               CLOSE PEND-WORK-FILE
               MOVE 0 TO PNDWK-OPEN-SW
               IF BATCH-BALANCED
                   PERFORM 1390-SAVE-PENDING THRU 1390-EXIT
               END-IF
           END-IF.
           IF SUSWK-OPEN-SW = 1
      *    THE BATCH MUST HAVE BALANCED FOR ANY OF THIS RUN TO HAVE
      *    APPLIED; A REFUSED BATCH WROTE NOTHING TO THE WORK FILE,
      *    SO DA-S-SUSP IS LEFT EXACTLY AS THE LAST GOOD RUN LEFT IT.
               CLOSE SUSPENSE-WORK-FILE
               MOVE 0 TO SUSWK-OPEN-SW
               IF BATCH-BALANCED
               PERFORM 1530-HOLD-IN-SUSPENSE
           ELSE
               ADD 1 TO SUSP-APPLIED-CT
               PERFORM 1535-ROUTE-TRANSACTION
           END-IF.
           PERFORM 1361-READ-SUSPENSE.
      *
           WRITE SUSPENSE-REC.
           PERFORM 1371-READ-SUSWK.
      *
      *    1380-RELEASE-PENDING - WORKS THE PERSISTENT DA-S-PENDTX
      *    QUEUE AGAINST TODAY'S DATE AND THIS RUN'S CANCEL CARDS.
      *    EACH ITEM IS CANCELLED, RELEASED THROUGH THE NORMAL EDITS
      *    AND 1540-APPLY-TRANSACTION, OR CARRIED FORWARD ON THE
      *    WORK FILE.  A MISSING QUEUE IS THE NORMAL FIRST-RUN CASE.
      *
       1380-RELEASE-PENDING.
           MOVE 'PENDING TRANSACTIONS RELEASED - ' TO PDH-TEXT.
           MOVE PEND-TODAY TO PDH-DATE.
           WRITE PRNT-REC FROM PEND-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PEND-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
           OPEN INPUT PEND-FILE.
           IF FS-PEND = '00'
               MOVE 0 TO EOF-PD
               PERFORM 1381-READ-PENDING
               PERFORM 1382-WORK-ONE-PENDING
                   UNTIL EOF-PD = 1
               CLOSE PEND-FILE
           END-IF.
           PERFORM 1384-LIST-UNUSED-CANCEL
               VARYING PC-I FROM 1 BY 1
               UNTIL PC-I > PEND-CANCEL-MAX.
           MOVE 'PENDING ITEMS RELEASED:' TO PDC-LABEL.
           MOVE PEND-RELEASE-CT TO PDC-VALUE.
           WRITE PRNT-REC FROM PEND-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RELEASED BUT REJECTED:' TO PDC-LABEL.
           MOVE PEND-REJECT-CT TO PDC-VALUE.
           WRITE PRNT-REC FROM PEND-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PENDING ITEMS CANCELLED:' TO PDC-LABEL.
           MOVE PEND-CANCEL-CT TO PDC-VALUE.
           WRITE PRNT-REC FROM PEND-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CANCELS WITH NO MATCH:' TO PDC-LABEL.
           MOVE PEND-NOMATCH-CT TO PDC-VALUE.
           WRITE PRNT-REC FROM PEND-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
       1380-EXIT.
           EXIT.
       1381-READ-PENDING.
           READ PEND-FILE
               AT END
                   MOVE 1 TO EOF-PD
           END-READ.
      *
      *    1382-WORK-ONE-PENDING - A RELEASED ITEM RE-ENTERS THE EDITS
      *    THE WAY A RECYCLED SUSPENSE RECORD DOES, SO A MAJOR OR
      *    ADVISOR RETIRED WHILE IT WAITED IS STILL CAUGHT.  THE
      *    BATCH-DUPLICATE EDIT WAS MET WHEN THE ITEM WAS PARKED AND
      *    IS NOT REPEATED AGAINST TODAY'S BATCH.
      *
       1382-WORK-ONE-PENDING.
           MOVE PND-EFF-DATE TO PDD-EFF-DATE.
           MOVE PND-IMAGE (1:9) TO PDD-ID.
           MOVE PND-IMAGE (10:20) TO PDD-NAME.
           MOVE PND-IMAGE (60:1) TO PDD-CODE.
           MOVE PND-ENTER-DATE TO PDD-ENTERED.
           MOVE 0 TO PEND-HIT-SW.
           PERFORM 1383-MATCH-CANCEL
               VARYING PC-I FROM 1 BY 1
               UNTIL PC-I > PEND-CANCEL-MAX
               OR PEND-HIT-SW = 1.
           IF PEND-HIT-SW = 1
               ADD 1 TO PEND-CANCEL-CT
               MOVE 'CANCELLED' TO PDD-ACTION
               WRITE PRNT-REC FROM PEND-DETAIL
                   AFTER ADVANCING 1 LINE
               STRING 'PENDING CANCELLED: ' DELIMITED BY SIZE
                   PDD-ID DELIMITED BY SPACE
                   ' EFFECTIVE ' DELIMITED BY SIZE
                   PND-EFF-DATE DELIMITED BY SIZE
                   INTO TLOG-MSG
               END-STRING
               PERFORM 1545-WRITE-TLOG
           ELSE
               IF PND-EFF-DATE > PEND-TODAY
                   MOVE PEND-REC TO PNDWK-REC
                   WRITE PNDWK-REC
                   ADD 1 TO PEND-CARRY-CT
               ELSE
                   MOVE PND-IMAGE TO INPUT-DATA
                   MOVE 1 TO PEND-RELEASE-SW
                   PERFORM 1505-VALIDATE-YEAR
                   PERFORM 1510-EDIT-TRANSACTION THRU 1510-EXIT
                   MOVE 0 TO PEND-RELEASE-SW
                   IF YEAR-IS-INVALID
                       AND TRANS-IS-VALID
                       MOVE 'I-YEAR INVALID' TO EDIT-REASON
                       MOVE 0 TO VALID-TRANS-SW
                   END-IF
                   IF TRANS-IS-INVALID
                       ADD 1 TO PEND-REJECT-CT
                       MOVE 'REJECTED - ' TO PDD-ACTION
                       MOVE EDIT-REASON TO PDD-ACTION (12:15)
                       PERFORM 1520-WRITE-REJECT
                   ELSE
                       ADD 1 TO PEND-RELEASE-CT
                       MOVE 'RELEASED AND APPLIED' TO PDD-ACTION
                       PERFORM 1540-APPLY-TRANSACTION
                   END-IF
                   WRITE PRNT-REC FROM PEND-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           PERFORM 1381-READ-PENDING.
       1383-MATCH-CANCEL.
           IF PC-ID (PC-I) = PND-IMAGE (1:9)
               AND (PC-EFF-DATE (PC-I) = SPACES
                   OR PC-EFF-DATE (PC-I) = PND-EFF-DATE)
               MOVE 1 TO PEND-HIT-SW
               MOVE 1 TO PC-USED-SW (PC-I)
           END-IF.
       1384-LIST-UNUSED-CANCEL.
           IF PC-USED-SW (PC-I) = 0
               ADD 1 TO PEND-NOMATCH-CT
               MOVE PC-EFF-DATE (PC-I) TO PDD-EFF-DATE
               MOVE PC-ID (PC-I) TO PDD-ID
               MOVE SPACES TO PDD-NAME
               MOVE 'X' TO PDD-CODE
               MOVE PEND-TODAY TO PDD-ENTERED
               MOVE 'CANCEL - NOTHING PENDING' TO PDD-ACTION
               WRITE PRNT-REC FROM PEND-DETAIL
                   AFTER ADVANCING 1 LINE
               STRING 'CANCEL FOUND NOTHING PENDING: '
                       DELIMITED BY SIZE
                   PC-ID (PC-I) DELIMITED BY SPACE
                   INTO TLOG-MSG
               END-STRING
               PERFORM 1545-WRITE-TLOG
           END-IF.
      *
      *    1390-SAVE-PENDING - SORTS THE WORK FILE (THIS RUN'S NEWLY
      *    PARKED ITEMS PLUS EVERYTHING CARRIED FORWARD) BACK OVER
      *    DA-S-PENDTX BY EFFECTIVE DATE AND STUDENT ID, THEN LISTS
      *    THE QUEUE SO THE OFFICE SEES WHAT WILL FIRE AND WHEN.
      *
       1390-SAVE-PENDING.
           SORT PEND-SORT-FILE
               ON ASCENDING KEY PSRT-EFF-DATE
               ON ASCENDING KEY PSRT-ID
               USING PEND-WORK-FILE
               GIVING PEND-FILE.
           OPEN INPUT PEND-FILE.
           IF FS-PEND NOT = '00'
               STRING 'DA-S-PENDTX COULD NOT BE REOPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-PEND DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               GO TO 1390-EXIT
           END-IF.
           MOVE 'PENDING TRANSACTION QUEUE - AS OF ' TO PDH-TEXT.
           MOVE PEND-TODAY TO PDH-DATE.
           WRITE PRNT-REC FROM PEND-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PEND-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO EOF-PD.
           PERFORM 1381-READ-PENDING.
           PERFORM 1392-LIST-ONE-PENDING
               UNTIL EOF-PD = 1.
           CLOSE PEND-FILE.
           MOVE 'NEWLY PARKED THIS RUN:' TO PDC-LABEL.
           MOVE PEND-PARK-CT TO PDC-VALUE.
           WRITE PRNT-REC FROM PEND-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ITEMS ON PENDING QUEUE:' TO PDC-LABEL.
           MOVE PEND-QUEUE-CT TO PDC-VALUE.
           WRITE PRNT-REC FROM PEND-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
       1390-EXIT.
           EXIT.
       1392-LIST-ONE-PENDING.
           ADD 1 TO PEND-QUEUE-CT.
           MOVE PND-EFF-DATE TO PDD-EFF-DATE.
           MOVE PND-IMAGE (1:9) TO PDD-ID.
           MOVE PND-IMAGE (10:20) TO PDD-NAME.
           MOVE PND-IMAGE (60:1) TO PDD-CODE.
           MOVE PND-ENTER-DATE TO PDD-ENTERED.
           MOVE SPACES TO PDD-ACTION.
           STRING 'BATCH ' DELIMITED BY SIZE
               PND-BATCH-NO DELIMITED BY SIZE
               INTO PDD-ACTION
           END-STRING.
           WRITE PRNT-REC FROM PEND-DETAIL
               AFTER ADVANCING 1 LINE.
           PERFORM 1381-READ-PENDING.
      *
      *    1150-LOAD-MAJOR-REF - LOADS THE VALID-MAJOR CODES FROM THE
      *    DA-S-MAJORS REFERENCE FILE.  A MISSING OR UNREADABLE FILE
      *    IS LOGGED AND THE I-MAJOR EDIT IS BYPASSED FOR THE RUN
      *    1525-STORE-EXCEPTION, 1520-WRITE-REJECT) THAT DRIVE THIS
      *    RUN'S DERIVED REPORTS.  1540-APPLY-TRANSACTION IS NOT
      *    REPLAYED SINCE THOSE RECORDS' TRANSACTIONS ARE ALREADY ON
      *    THE MASTER FROM THE EARLIER RUN.  A PENDING CANCEL OR A
      *    FUTURE-DATED ITEM NEVER REACHED THE MASTER, AND UR-S-PNDWK
      *    AND THE CANCEL TABLE START EMPTY ON THIS RUN, SO THOSE GO
      *    BACK THROUGH 1535-ROUTE-TRANSACTION TO BE PARKED OR TABLED
      *    AGAIN (WITHOUT A SECOND PARKED LINE ON UR-S-TLOG).
      *
       1490-SKIP-RECORDS.
           PERFORM 1495-SKIP-ONE
               END-IF
               IF TRANS-IS-INVALID
                   PERFORM 1520-WRITE-REJECT
               ELSE
                   IF NOT MODE-EDIT-ONLY
                       AND (I-TRANS-CANCEL
                           OR (I-EFF-DATE NOT = SPACES
                               AND I-EFF-DATE > PEND-TODAY))
                       MOVE 1 TO PEND-REPLAY-SW
                       PERFORM 1535-ROUTE-TRANSACTION
                       MOVE 0 TO PEND-REPLAY-SW
                   END-IF
               END-IF
           END-IF.
      *
               MOVE MST-YEAR TO SNAP-YEAR
               MOVE MST-ADVISOR TO SNAP-ADVISOR
               MOVE MST-STATUS TO SNAP-STATUS
               MOVE MST-CONFID TO SNAP-CONFID
               WRITE SNAPSHOT-REC
           END-IF.
           PERFORM 1210-READ-MASTER.
      *
       1270-UNLOAD-ONE-STUDENT.
           ADD 1 TO FINAL-MASTER-CT.
           IF MST-CONFIDENTIAL
               ADD 1 TO CONF-MASTER-CT
           END-IF.
           MOVE MST-ID TO MW-ID.
           MOVE MST-NAME TO MW-NAME.
           MOVE MST-MAJOR TO MW-MAJOR.
           MOVE MST-YEAR TO MW-YEAR.
           MOVE MST-ADVISOR TO MW-ADVISOR.
           MOVE MST-STATUS TO MW-STATUS.
           MOVE MST-CONFID TO MW-CONFID.
           WRITE MSTWK-REC.
           PERFORM 1260-READ-MASTER-FOR-REPORT.
       1400-PRINT-HEAD.
               PERFORM 1520-WRITE-REJECT
           ELSE
               IF NOT MODE-EDIT-ONLY
                   PERFORM 1535-ROUTE-TRANSACTION
               END-IF
           END-IF.
           DIVIDE TOTAL-READ-CT BY CKPT-INTERVAL
      *    BEFORE ANY MASTER I/O.  THE FIRST FAILING EDIT SETS THE
      *    REASON AND THE RECORD IS ROUTED TO UR-S-REJECT INSTEAD OF
      *    1540-APPLY-TRANSACTION.  A DELETE ONLY NEEDS A GOOD I-ID,
      *    SO THE MAJOR AND ADVISOR EDITS ARE SKIPPED FOR IT, AND SO
      *    DOES A PENDING CANCEL.  AN EFFECTIVE DATE, WHEN PRESENT,
      *    MUST BE A REAL YYYYMMDD DATE; A CANCEL MAY LEAVE IT BLANK.
      *    THE DIRECTORY HOLD IN I-CONFID IS 'Y', 'N' OR BLANK (BLANK
      *    MEANS 'N' ON AN ADD AND LEAVES THE MASTER AS IT IS ON A
      *    CHANGE).
      *
       1510-EDIT-TRANSACTION.
           MOVE 1 TO VALID-TRANS-SW.
               MOVE 0 TO VALID-TRANS-SW
               GO TO 1510-EXIT
           END-IF.
           IF PEND-RELEASE-SW = 0
               PERFORM 1513-CHECK-BATCH-DUP
               IF TRANS-IS-INVALID
                   GO TO 1510-EXIT
               END-IF
           END-IF.
           IF I-EFF-DATE NOT = SPACES
               PERFORM 1514-CHECK-EFF-DATE THRU 1514-EXIT
               IF TRANS-IS-INVALID
                   GO TO 1510-EXIT
               END-IF
           END-IF.
           IF I-TRANS-DELETE
               OR I-TRANS-CANCEL
               GO TO 1510-EXIT
           END-IF.
           IF I-CONFID NOT = SPACE
               AND I-CONFID NOT = 'Y'
               AND I-CONFID NOT = 'N'
               MOVE 'I-CONFID NOT Y/N' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
               GO TO 1510-EXIT
           END-IF.
           IF MAJREF-BYPASS-SW = 0
               VARYING DI-I FROM 1 BY 1
               UNTIL DI-I > DUP-ID-MAX
               OR REF-FOUND-SW = 1.
       1514-CHECK-EFF-DATE.
           IF I-EFF-DATE IS NOT NUMERIC
               MOVE 'EFF DATE NOT NUMERIC' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
               GO TO 1514-EXIT
           END-IF.
           IF I-EFF-MM < 01 OR I-EFF-MM > 12
               MOVE 'EFF DATE INVALID' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
               GO TO 1514-EXIT
           END-IF.
           MOVE MONTH-DAYS (I-EFF-MM) TO EFF-MONTH-DAYS.
           IF I-EFF-MM = 02
               DIVIDE I-EFF-CCYY BY 4 GIVING EFF-LEAP-Q
                   REMAINDER EFF-LEAP-R
               IF EFF-LEAP-R = 0
                   MOVE 29 TO EFF-MONTH-DAYS
                   DIVIDE I-EFF-CCYY BY 100 GIVING EFF-LEAP-Q
                       REMAINDER EFF-LEAP-R
                   IF EFF-LEAP-R = 0
                       DIVIDE I-EFF-CCYY BY 400 GIVING EFF-LEAP-Q
                           REMAINDER EFF-LEAP-R
                       IF EFF-LEAP-R NOT = 0
                           MOVE 28 TO EFF-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF I-EFF-DD < 01 OR I-EFF-DD > EFF-MONTH-DAYS
               MOVE 'EFF DATE INVALID' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
           END-IF.
       1514-EXIT.
           EXIT.
       1515-MATCH-MAJOR-REF.
           IF MJ-CODE (MJ-I) = I-MAJOR
               MOVE 1 TO REF-FOUND-SW
       1520-WRITE-REJECT.
           MOVE INPUT-DATA TO REJ-IMAGE.
           MOVE EDIT-REASON TO REJ-REASON.
           MOVE I-EFF-DATE TO REJ-EFF-DATE.
           WRITE REJECT-REC FROM REJECT-DETAIL.
           ADD 1 TO REJECT-CT.
           PERFORM 1530-HOLD-IN-SUSPENSE.
               ADD 1 TO SUSP-HELD-CT
           END-IF.
      *
      *    1535-ROUTE-TRANSACTION - AN EDITED TRANSACTION IS APPLIED
      *    NOW UNLESS IT IS A PENDING CANCEL, WHICH IS TABLED FOR
      *    1380-RELEASE-PENDING, OR CARRIES AN EFFECTIVE DATE STILL
      *    IN THE FUTURE, WHICH IS PARKED ON THE PENDING WORK FILE.
      *    WITH NO PENDING WORK FILE OPEN NEITHER CAN BE HONORED, SO
      *    THE RECORD IS REJECTED INTO SUSPENSE TO COME BACK AROUND.
      *
       1535-ROUTE-TRANSACTION.
           IF I-TRANS-CANCEL
               OR (I-EFF-DATE NOT = SPACES
                   AND I-EFF-DATE > PEND-TODAY)
               IF PNDWK-OPEN-SW = 0
                   MOVE 'PENDING FILE NOT OPEN' TO EDIT-REASON
                   MOVE 0 TO VALID-TRANS-SW
                   PERFORM 1520-WRITE-REJECT
               ELSE
                   IF I-TRANS-CANCEL
                       PERFORM 1536-STORE-CANCEL
                   ELSE
                       PERFORM 1537-PARK-PENDING
                   END-IF
               END-IF
           ELSE
               PERFORM 1540-APPLY-TRANSACTION
           END-IF.
       1536-STORE-CANCEL.
           IF PEND-CANCEL-MAX NOT < PEND-CANCEL-LIMIT
               MOVE 'CANCEL TABLE FULL' TO EDIT-REASON
               MOVE 0 TO VALID-TRANS-SW
               PERFORM 1520-WRITE-REJECT
           ELSE
               ADD 1 TO PEND-CANCEL-MAX
               MOVE I-ID TO PC-ID (PEND-CANCEL-MAX)
               MOVE I-EFF-DATE TO PC-EFF-DATE (PEND-CANCEL-MAX)
               MOVE 0 TO PC-USED-SW (PEND-CANCEL-MAX)
           END-IF.
       1537-PARK-PENDING.
           MOVE I-EFF-DATE TO PW-EFF-DATE.
           MOVE PEND-TODAY TO PW-ENTER-DATE.
           MOVE BATCH-NO-SAVE TO PW-BATCH-NO.
           MOVE INPUT-DATA TO PW-IMAGE.
           WRITE PNDWK-REC.
           ADD 1 TO PEND-PARK-CT.
           IF PEND-REPLAY-SW = 0
               STRING 'PARKED UNTIL ' DELIMITED BY SIZE
                   I-EFF-DATE DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   I-ID DELIMITED BY SPACE
                   INTO TLOG-MSG
               END-STRING
               PERFORM 1545-WRITE-TLOG
           END-IF.
      *
      *    1540-APPLY-TRANSACTION - APPLIES ONE INPUT RECORD'S ADD,
      *    CHANGE, OR DELETE TRANSACTION CODE TO THE PERSISTENT
      *    REGISTRAR MASTER.  A BLANK CODE MEANS NO EXPLICIT ACTION
           MOVE I-YEAR TO MST-YEAR.
           MOVE I-ADVISOR TO MST-ADVISOR.
           MOVE I-STATUS TO MST-STATUS.
           MOVE I-CONFID TO MST-CONFID.
           IF MST-CONFID = SPACE
               MOVE 'N' TO MST-CONFID
           END-IF.
           WRITE MASTER-REC
               INVALID KEY
                   STRING 'ADD FAILED - ALREADY ON MASTER: '
                   MOVE I-YEAR TO MST-YEAR
                   MOVE I-ADVISOR TO MST-ADVISOR
                   MOVE I-STATUS TO MST-STATUS
                   IF I-CONFID NOT = SPACE
                       MOVE I-CONFID TO MST-CONFID
                   END-IF
                   REWRITE MASTER-REC
                   MOVE 'R' TO JRNL-ACTION-CODE
                   MOVE MASTER-REC TO AFTER-IMAGE
                       MOVE I-ID TO LW-ID
                       MOVE I-NAME TO LW-NAME
                       MOVE I-ADVISOR TO LW-DETAIL
                       MOVE MST-CONFID TO LW-CONFID
                       PERFORM 9200-STORE-LETTER-REQ
                   END-IF
                   STRING 'CHANGED ON MASTER: ' DELIMITED BY SIZE
                   MOVE I-YEAR TO MST-YEAR
                   MOVE I-ADVISOR TO MST-ADVISOR
                   MOVE I-STATUS TO MST-STATUS
                   MOVE I-CONFID TO MST-CONFID
                   IF MST-CONFID = SPACE
                       MOVE 'N' TO MST-CONFID
                   END-IF
                   WRITE MASTER-REC
                   ADD 1 TO ADDS-OK-CT
                   MOVE 'W' TO JRNL-ACTION-CODE
           WRITE PRNT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           PERFORM 1640-WRITE-CSV THRU 1640-EXIT.
      *
      *    1610-SET-STATUS-TEXT - EXPANDS THE ONE-CHARACTER
      *    ENROLLMENT STATUS CODE INTO A READABLE WORD FOR THE
      *    PRINTED ROSTER, AND MARKS A STUDENT UNDER A DIRECTORY
      *    HOLD WITH A 'C' IN THE LAST COLUMN.
      *
       1610-SET-STATUS-TEXT.
           EVALUATE RW-STATUS
               WHEN OTHER
                   MOVE SPACES TO L-STATUS1
           END-EVALUATE.
           IF RW-CONFIDENTIAL
               MOVE 'C' TO L-CONF1
           ELSE
               MOVE SPACE TO L-CONF1
           END-IF.
      *
      *    1640-WRITE-CSV - WRITES THE SAME DETAIL LINE TO THE CSV
      *    EXTRACT FOR THE ADVISING SPREADSHEET.  THE SPREADSHEET
      *    LEAVES THE OFFICE, SO A STUDENT UNDER A DIRECTORY HOLD IS
      *    LEFT OFF IT AND COUNTED FOR THE RECONCILIATION PAGE.
      *
       1640-WRITE-CSV.
           IF RW-CONFIDENTIAL
               ADD 1 TO CONF-CSV-CT
               GO TO 1640-EXIT
           END-IF.
           MOVE SPACES TO CSV-LINE.
           STRING RW-ID DELIMITED BY SPACE
                   ',' DELIMITED BY SIZE
           END-STRING.
           MOVE CSV-LINE TO CSV-REC.
           WRITE CSV-REC.
       1640-EXIT.
           EXIT.
      *
      *    1620-BREAK-LINE - WRITES THE SUBTOTAL/HEADCOUNT LINE FOR
      *    THE MAJOR THAT JUST FINISHED AND RESETS THE COUNTER FOR
               MOVE SUS-IMAGE (1:9) TO LW-ID
               MOVE SUS-IMAGE (10:20) TO LW-NAME
               MOVE SPACES TO LW-DETAIL
               MOVE SUS-IMAGE (59:1) TO LW-CONFID
               PERFORM 9200-STORE-LETTER-REQ
           END-IF.
           PERFORM 1361-READ-SUSPENSE.
           MOVE SNAP-ID TO LW-ID.
           MOVE SNAP-NAME TO LW-NAME.
           MOVE SPACES TO LW-DETAIL.
           MOVE SNAP-CONFID TO LW-CONFID.
           PERFORM 9200-STORE-LETTER-REQ.
      *
      *    2500-PRINT-STATISTICS - THE TERM-OVER-TERM TREND PAGE.
           WRITE PRNT-REC FROM STAT-RET-LINE
               AFTER ADVANCING 1 LINE.
           IF STATS-OPEN-SW = 1
      *    THE EXTRACT TOTALS AND RETENTION RATE ARE RECOMPUTED OVER
      *    THE RELEASABLE POPULATION ONLY; A RETAINED STUDENT HELD ON
      *    EITHER SIDE IS LEFT OUT OF THE RETAINED COUNT.
               SUBTRACT STAT-PRIOR-HELD FROM STAT-PRIOR-TOTAL
                   GIVING STX-PRIOR
               SUBTRACT STAT-CURR-HELD FROM STAT-CURR-TOTAL
                   GIVING STX-CURR
               SUBTRACT STX-PRIOR FROM STX-CURR
                   GIVING STAT-NET
               MOVE STAT-NET TO STX-NET
               MOVE 0 TO STAT-RET-PCT
               IF STX-PRIOR > 0
                   SUBTRACT STAT-RETAINED-HELD FROM STAT-RETAINED-CT
                       GIVING STAT-REL-PRIOR
                   MULTIPLY STAT-REL-PRIOR BY 100
                       GIVING STAT-PCT-WK
                   DIVIDE STAT-PCT-WK BY STX-PRIOR
                       GIVING STAT-RET-PCT ROUNDED
               END-IF
               MOVE STAT-RET-PCT TO STAT-RET-PCT-ED
               MOVE SPACES TO STATS-LINE
               STRING 'TOTAL,ALL,' DELIMITED BY SIZE
                   STX-PRIOR DELIMITED BY SIZE
                   PERFORM 1916-READ-XREF-SNAP
               WHEN OTHER
                   ADD 1 TO STAT-RETAINED-CT
                   IF MW-CONFIDENTIAL
                       OR SNAP-CONFID = 'Y'
                       ADD 1 TO STAT-RETAINED-HELD
                   END-IF
                   PERFORM 2520-TALLY-CURRENT
                   PERFORM 2525-TALLY-PRIOR
                   PERFORM 1915-READ-XREF-MASTER
           END-EVALUATE.
       2520-TALLY-CURRENT.
           ADD 1 TO STAT-CURR-TOTAL.
           MOVE 0 TO STAT-HELD-SW.
           IF MW-CONFIDENTIAL
               ADD 1 TO STAT-CURR-HELD
               MOVE 1 TO STAT-HELD-SW
           END-IF.
           MOVE 'C' TO STAT-SIDE-WK.
           MOVE MW-MAJOR TO STAT-KEY-WK.
           PERFORM 2560-TALLY-MAJOR-KEY.
           PERFORM 2565-TALLY-YEAR-KEY.
       2525-TALLY-PRIOR.
           ADD 1 TO STAT-PRIOR-TOTAL.
           MOVE 0 TO STAT-HELD-SW.
           IF SNAP-CONFID = 'Y'
               ADD 1 TO STAT-PRIOR-HELD
               MOVE 1 TO STAT-HELD-SW
           END-IF.
           MOVE 'P' TO STAT-SIDE-WK.
           MOVE SNAP-MAJOR TO STAT-KEY-WK.
           PERFORM 2560-TALLY-MAJOR-KEY.
           WRITE PRNT-REC FROM STAT-DETAIL
               AFTER ADVANCING 1 LINE.
           IF STATS-OPEN-SW = 1
               SUBTRACT SJ-PRIOR-HELD (SJ-I) FROM SJ-PRIOR (SJ-I)
                   GIVING STX-PRIOR
               SUBTRACT SJ-CURR-HELD (SJ-I) FROM SJ-CURR (SJ-I)
                   GIVING STX-CURR
               MOVE 'MAJOR' TO STATS-REC
               PERFORM 2550-WRITE-STAT-EXTRACT
           END-IF.
           WRITE PRNT-REC FROM STAT-DETAIL
               AFTER ADVANCING 1 LINE.
           IF STATS-OPEN-SW = 1
               SUBTRACT SY-PRIOR-HELD (SY-I) FROM SY-PRIOR (SY-I)
                   GIVING STX-PRIOR
               SUBTRACT SY-CURR-HELD (SY-I) FROM SY-CURR (SY-I)
                   GIVING STX-CURR
               MOVE 'YEAR' TO STATS-REC
               PERFORM 2550-WRITE-STAT-EXTRACT
           END-IF.
      *
      *    2550-WRITE-STAT-EXTRACT - WRITES ONE MACHINE-READABLE
      *    STATISTICS LINE.  THE CALLER LEAVES THE SECTION TAG IN
      *    STATS-REC, THE KEY IN STL-KEY, AND THE RELEASABLE FIGURES
      *    IN STX-PRIOR/STX-CURR; NET AND PERCENT ARE WORKED FROM
      *    THOSE, NOT FROM THE PRINTED LINE.
      *
       2550-WRITE-STAT-EXTRACT.
           MOVE STATS-REC TO STATS-LINE.
           SUBTRACT STX-PRIOR FROM STX-CURR GIVING STAT-NET.
           MOVE 0 TO STAT-PCT.
           IF STX-PRIOR > 0
               MULTIPLY STAT-NET BY 100
                   GIVING STAT-PCT-WK
               DIVIDE STAT-PCT-WK BY STX-PRIOR
                   GIVING STAT-PCT ROUNDED
           END-IF.
           MOVE STAT-NET TO STX-NET.
           MOVE STAT-PCT TO STX-PCT.
           MOVE SPACES TO STATS-REC.
                   MOVE STAT-KEY-WK TO SJ-KEY (STAT-MAJOR-MAX)
                   MOVE 0 TO SJ-PRIOR (STAT-MAJOR-MAX)
                   MOVE 0 TO SJ-CURR (STAT-MAJOR-MAX)
                   MOVE 0 TO SJ-PRIOR-HELD (STAT-MAJOR-MAX)
                   MOVE 0 TO SJ-CURR-HELD (STAT-MAJOR-MAX)
                   MOVE STAT-MAJOR-MAX TO STAT-FOUND-IX
               END-IF
           END-IF.
           IF STAT-FOUND-IX > 0
               IF STAT-SIDE-WK = 'P'
                   ADD 1 TO SJ-PRIOR (STAT-FOUND-IX)
                   ADD STAT-HELD-SW TO SJ-PRIOR-HELD (STAT-FOUND-IX)
               ELSE
                   ADD 1 TO SJ-CURR (STAT-FOUND-IX)
                   ADD STAT-HELD-SW TO SJ-CURR-HELD (STAT-FOUND-IX)
               END-IF
           END-IF.
       2561-MATCH-MAJOR-KEY.
                   MOVE STAT-KEY-WK TO SY-KEY (STAT-YEAR-MAX)
                   MOVE 0 TO SY-PRIOR (STAT-YEAR-MAX)
                   MOVE 0 TO SY-CURR (STAT-YEAR-MAX)
                   MOVE 0 TO SY-PRIOR-HELD (STAT-YEAR-MAX)
                   MOVE 0 TO SY-CURR-HELD (STAT-YEAR-MAX)
                   MOVE STAT-YEAR-MAX TO STAT-FOUND-IX
               END-IF
           END-IF.
           IF STAT-FOUND-IX > 0
               IF STAT-SIDE-WK = 'P'
                   ADD 1 TO SY-PRIOR (STAT-FOUND-IX)
                   ADD STAT-HELD-SW TO SY-PRIOR-HELD (STAT-FOUND-IX)
               ELSE
                   ADD 1 TO SY-CURR (STAT-FOUND-IX)
                   ADD STAT-HELD-SW TO SY-CURR-HELD (STAT-FOUND-IX)
               END-IF
           END-IF.
       2566-MATCH-YEAR-KEY.
           PERFORM 1610-SET-STATUS-TEXT.
           WRITE PRNT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           IF RW-CONFIDENTIAL
               ADD 1 TO AV-HELD-CT
               ADD 1 TO CONF-BURST-CT
           ELSE
               IF FS-ADVR = '00'
                   WRITE ADVR-REC FROM PRNT-DATA1
               END-IF
           END-IF.
       2170-END-ADVISOR-GROUP.
           MOVE AV-PREV-ADVISOR TO AVB-NAME.
           END-IF.
           WRITE PRNT-REC FROM ADVISOR-BREAK-LINE
               AFTER ADVANCING 1 LINE.
      *    THE BURST COPY COUNTS ONLY THE STUDENTS IT ACTUALLY LISTS,
      *    SO A DIRECTORY HOLD CANNOT BE INFERRED FROM THE HEADCOUNT.
           IF FS-ADVR = '00'
               SUBTRACT AV-HELD-CT FROM AV-GROUP-CT GIVING AVB-COUNT
               WRITE ADVR-REC FROM ADVISOR-BREAK-LINE
               CLOSE ADVISOR-ROSTER-FILE
           END-IF.
       2175-START-ADVISOR-GROUP.
           MOVE 0 TO AV-GROUP-CT.
           MOVE 0 TO AV-HELD-CT.
           ADD 1 TO ADV-SEQ.
           MOVE ADV-SEQ TO ADV-DSN-SEQ.
           OPEN OUTPUT ADVISOR-ROSTER-FILE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 2350-CLASS-PROMOTION THRU 2350-EXIT.
       2300-EXIT.
           EXIT.
       2310-READ-MASTER-SWEEP.
           MOVE MST-YEAR TO ARC-YEAR.
           MOVE MST-ADVISOR TO ARC-ADVISOR.
           MOVE MST-STATUS TO ARC-STATUS.
           MOVE MST-CONFID TO ARC-CONFID.
           WRITE ARCHIVE-REC.
           MOVE MST-ID TO L-ID1.
           MOVE MST-NAME TO L-NAME1.
               WHEN OTHER
                   MOVE SPACES TO L-STATUS1
           END-EVALUATE.
           IF MST-CONFIDENTIAL
               MOVE 'C' TO L-CONF1
           ELSE
               MOVE SPACE TO L-CONF1
           END-IF.
           WRITE PRNT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
      *    THE BEFORE IMAGE IS CAPTURED AHEAD OF THE DELETE, AS IN
                   PERFORM 1545-WRITE-TLOG
           END-DELETE.
      *
      *    2350-CLASS-PROMOTION - SECOND PASS OF THE TERM-END RUN.
      *    REPOSITIONS THE MASTER TO ITS FIRST KEY AND MATCHES IT,
      *    IN STUDENT-ID ORDER, AGAINST THE DA-S-GPAHIST CUMULATIVE
      *    CREDITS.  EACH ACTIVE STUDENT WITH A CLASS CODE IS GIVEN
      *    THE LEVEL THOSE CREDITS EARN; A HIGHER LEVEL IS REWRITTEN
      *    AND JOURNALED, A LOWER ONE IS LISTED FOR REVIEW ONLY.
      *    WITHOUT THE GPA HISTORY THERE IS NOTHING TO PROMOTE FROM,
      *    SO THE PASS IS LOGGED AND SKIPPED.
      *
       2350-CLASS-PROMOTION.
           PERFORM 2360-LOAD-CLASS-HOURS THRU 2360-EXIT.
           OPEN INPUT GPA-HIST-FILE.
           IF FS-GPAHIST NOT = '00'
               STRING 'DA-S-GPAHIST NOT AVAILABLE - STATUS='
                       DELIMITED BY SIZE
                   FS-GPAHIST DELIMITED BY SIZE
                   ' - NO CLASS PROMOTION' DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               GO TO 2350-EXIT
           END-IF.
           MOVE TERM-STAMP TO PROMO-HDG-TERM.
           WRITE PRNT-REC FROM PROMO-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE CLASS-SO-MIN TO PRL-SO.
           MOVE CLASS-JR-MIN TO PRL-JR.
           MOVE CLASS-SR-MIN TO PRL-SR.
           IF CLSHRS-DEFAULT-SW = 1
               MOVE '(DEFAULT HOURS)' TO PRL-SOURCE
           ELSE
               MOVE '(DA-S-CLSHRS)' TO PRL-SOURCE
           END-IF.
           WRITE PRNT-REC FROM PROMO-LIMIT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PROMO-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 2351-READ-GPAHIST.
           MOVE LOW-VALUES TO MST-ID.
           START MASTER-FILE KEY NOT < MST-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-MASTER = '00'
               PERFORM 2310-READ-MASTER-SWEEP
           END-IF.
           PERFORM 2352-PROMOTE-ONE-STUDENT
               UNTIL FS-MASTER NOT = '00'.
           CLOSE GPA-HIST-FILE.
           MOVE 'ACTIVE WITH CLASS CODE:' TO PRC-LABEL.
           MOVE PR-ACTIVE-CT TO PRC-VALUE.
           WRITE PRNT-REC FROM PROMO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROMOTED:' TO PRC-LABEL.
           MOVE PR-PROMOTE-CT TO PRC-VALUE.
           WRITE PRNT-REC FROM PROMO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEVEL UNCHANGED:' TO PRC-LABEL.
           MOVE PR-SAME-CT TO PRC-VALUE.
           WRITE PRNT-REC FROM PROMO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HELD FOR REVIEW:' TO PRC-LABEL.
           MOVE PR-REVIEW-CT TO PRC-VALUE.
           WRITE PRNT-REC FROM PROMO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO GPA HISTORY:' TO PRC-LABEL.
           MOVE PR-NOHIST-CT TO PRC-VALUE.
           WRITE PRNT-REC FROM PROMO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GRAD YEAR - NOT CLASSED:' TO PRC-LABEL.
           MOVE PR-GRADYR-CT TO PRC-VALUE.
           WRITE PRNT-REC FROM PROMO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
       2350-EXIT.
           EXIT.
       2351-READ-GPAHIST.
           READ GPA-HIST-FILE
               AT END
                   MOVE HIGH-VALUES TO GPH-ID
           END-READ.
       2352-PROMOTE-ONE-STUDENT.
           PERFORM 2353-CLASS-ONE-STUDENT THRU 2353-EXIT.
           PERFORM 2310-READ-MASTER-SWEEP.
       2353-CLASS-ONE-STUDENT.
           IF NOT MST-ACTIVE
               GO TO 2353-EXIT
           END-IF.
           IF NOT MST-YEAR-CLASS-CODE
               ADD 1 TO PR-GRADYR-CT
               GO TO 2353-EXIT
           END-IF.
           ADD 1 TO PR-ACTIVE-CT.
           PERFORM 2351-READ-GPAHIST
               UNTIL GPH-ID NOT < MST-ID.
           IF GPH-ID NOT = MST-ID
               ADD 1 TO PR-NOHIST-CT
               GO TO 2353-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN GPH-CREDITS NOT < CLASS-SR-MIN
                   MOVE 'SR' TO PR-NEW-CLASS
                   MOVE 4 TO PR-NEW-RANK
               WHEN GPH-CREDITS NOT < CLASS-JR-MIN
                   MOVE 'JR' TO PR-NEW-CLASS
                   MOVE 3 TO PR-NEW-RANK
               WHEN GPH-CREDITS NOT < CLASS-SO-MIN
                   MOVE 'SO' TO PR-NEW-CLASS
                   MOVE 2 TO PR-NEW-RANK
               WHEN OTHER
                   MOVE 'FR' TO PR-NEW-CLASS
                   MOVE 1 TO PR-NEW-RANK
           END-EVALUATE.
           EVALUATE MST-YEAR
               WHEN 'SR  '
                   MOVE 4 TO PR-OLD-RANK
               WHEN 'JR  '
                   MOVE 3 TO PR-OLD-RANK
               WHEN 'SO  '
                   MOVE 2 TO PR-OLD-RANK
               WHEN OTHER
                   MOVE 1 TO PR-OLD-RANK
           END-EVALUATE.
           IF PR-NEW-RANK = PR-OLD-RANK
               ADD 1 TO PR-SAME-CT
               GO TO 2353-EXIT
           END-IF.
           MOVE MST-ID TO PRD-ID.
           MOVE MST-NAME TO PRD-NAME.
           MOVE MST-YEAR TO PRD-OLD.
           MOVE PR-NEW-CLASS TO PRD-NEW.
           MOVE GPH-CREDITS TO PRD-HOURS.
           IF PR-NEW-RANK < PR-OLD-RANK
               ADD 1 TO PR-REVIEW-CT
               MOVE 'REVIEW - NOT DEMOTED' TO PRD-ACTION
               WRITE PRNT-REC FROM PROMO-DETAIL
                   AFTER ADVANCING 1 LINE
               GO TO 2353-EXIT
           END-IF.
           MOVE MASTER-REC TO BEFORE-IMAGE.
           MOVE PR-NEW-CLASS TO MST-YEAR.
           REWRITE MASTER-REC
               INVALID KEY
                   STRING 'PROMOTION REWRITE FAILED ON MASTER: '
                           DELIMITED BY SIZE
                       MST-ID DELIMITED BY SPACE
                       INTO ABEND-MSG
                   END-STRING
                   PERFORM 9000-WRITE-ABEND
                   MOVE 'REWRITE FAILED' TO PRD-ACTION
               NOT INVALID KEY
                   ADD 1 TO PR-PROMOTE-CT
                   MOVE 'R' TO JRNL-ACTION-CODE
                   MOVE MASTER-REC TO AFTER-IMAGE
                   PERFORM 9100-WRITE-JOURNAL
                   STRING 'PROMOTED: ' DELIMITED BY SIZE
                       MST-ID DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       PRD-OLD DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       PR-NEW-CLASS DELIMITED BY SPACE
                       ' TERM ' DELIMITED BY SIZE
                       TERM-STAMP DELIMITED BY SIZE
                       INTO TLOG-MSG
                   END-STRING
                   PERFORM 1545-WRITE-TLOG
                   MOVE 'PROMOTED' TO PRD-ACTION
           END-REWRITE.
           WRITE PRNT-REC FROM PROMO-DETAIL
               AFTER ADVANCING 1 LINE.
       2353-EXIT.
           EXIT.
      *
      *    2360-LOAD-CLASS-HOURS - READS THE ONE-CARD DA-S-CLSHRS
      *    THRESHOLDS (SO, JR, SR MINIMUM CUMULATIVE HOURS).  A
      *    MISSING CARD, A NON-NUMERIC FIELD, OR LIMITS OUT OF
      *    ASCENDING ORDER FALL BACK TO THE 30/60/90 DEFAULTS.
      *
       2360-LOAD-CLASS-HOURS.
           MOVE 1 TO CLSHRS-DEFAULT-SW.
           OPEN INPUT CLASS-HRS-FILE.
           IF FS-CLSHRS NOT = '00'
               GO TO 2360-EXIT
           END-IF.
           READ CLASS-HRS-FILE.
           IF FS-CLSHRS = '00'
               AND CHR-SO-MIN IS NUMERIC
               AND CHR-JR-MIN IS NUMERIC
               AND CHR-SR-MIN IS NUMERIC
               AND CHR-SO-MIN > '000'
               AND CHR-JR-MIN > CHR-SO-MIN
               AND CHR-SR-MIN > CHR-JR-MIN
                   MOVE CHR-SO-MIN TO CLASS-SO-MIN
                   MOVE CHR-JR-MIN TO CLASS-JR-MIN
                   MOVE CHR-SR-MIN TO CLASS-SR-MIN
                   MOVE 0 TO CLSHRS-DEFAULT-SW
           ELSE
               MOVE 'DA-S-CLSHRS CARD INVALID - DEFAULT HOURS USED'
                   TO ABEND-MSG
               PERFORM 9000-WRITE-ABEND
           END-IF.
           CLOSE CLASS-HRS-FILE.
       2360-EXIT.
           EXIT.
      *
      *    2400-CREDIT-LOAD-PASS - SORTS THE DA-S-COURSES FEED BY
      *    STUDENT ID, CONTROL-BREAKS ON THE ID TO TOTAL EACH
      *    STUDENT'S CREDIT HOURS, LOOKS THE STUDENT UP ON THE
                           MOVE MST-NAME TO LW-NAME
                           MOVE SPACES TO LW-DETAIL
                           MOVE CL-CREDIT-TOTAL TO LW-DETAIL (1:3)
                           MOVE MST-CONFID TO LW-CONFID
                           PERFORM 9200-STORE-LETTER-REQ
                       END-IF
                   END-IF
               MOVE MST-NAME TO BW-NAME
               MOVE MST-MAJOR TO BW-MAJOR
               MOVE MST-STATUS TO BW-STATUS
               MOVE MST-CONFID TO BW-CONFID
           ELSE
               MOVE '0' TO BW-ONMAST
               MOVE SPACES TO BW-NAME
               MOVE SPACES TO BW-MAJOR
               MOVE SPACE TO BW-STATUS
               MOVE SPACE TO BW-CONFID
           END-IF.
           WRITE BILLING-WORK-REC.
      *
      *    ADDRESS BLOCK FROM DA-S-ADDRESS, GENERIC SALUTATION, TWO
      *    BODY LINES PICKED BY THE REQUEST TYPE, AND THE OFFICE
      *    SIGNATURE.  EACH LETTER AFTER THE FIRST STARTS ON A NEW
      *    PAGE SO THE BURSTER CAN SEPARATE THEM.  A STUDENT UNDER A
      *    DIRECTORY HOLD IS MARKED CONFIDENTIAL ON THE DATE LINE SO
      *    THE MAILROOM KEEPS THE LETTER OFF ANY SHARED MAILING.
      *
       2630-FORMAT-ONE-LETTER.
           ADD 1 TO LETTER-CT.
           MOVE SPACES TO LETTER-REC.
           MOVE RUN-DATE-DISPLAY TO LETTER-REC (1:8).
           IF LW-CONFID = 'Y'
               MOVE 'CONFIDENTIAL' TO LETTER-REC (69:12)
           END-IF.
           IF LETTER-CT > 1
               WRITE LETTER-REC
                   AFTER ADVANCING PAGE
           END-EVALUATE.
           PERFORM 2720-READ-BILLING-WORK.
       2735-PRICE-ONE-STUDENT.
           IF BW-CONFID = 'Y'
               MOVE 'C' TO TAD-CONF
           ELSE
               MOVE SPACE TO TAD-CONF
           END-IF.
           PERFORM 2736-FIND-RATE-ROW.
           IF RATE-FOUND-SW = 0
               ADD 1 TO TA-NORATE-CT
      *    2837-WRITE-GRAD-EXTRACT - ONE MACHINE-READABLE CANDIDATE
      *    LINE FOR THE COMMENCEMENT OFFICE, CATEGORY INCLUDED SO
      *    THE OFFICE CAN PULL THE CLEARED LIST OR THE FULL AUDIT.
      *    THE LAST FIELD IS THE DIRECTORY HOLD (Y/N) - A HELD
      *    GRADUATE STILL HAS TO BE CLEARED, BUT MUST BE LEFT OUT
      *    OF THE PRINTED COMMENCEMENT PROGRAM.
      *
       2837-WRITE-GRAD-EXTRACT.
           IF GRADX-OPEN-SW = 1
               MOVE GA-AUDIT-CREDITS TO GAX-CREDITS
               MOVE GA-REQ-WK TO GAX-REQ
               IF MW-CONFIDENTIAL
                   MOVE 'Y' TO GAX-HOLD
               ELSE
                   MOVE 'N' TO GAX-HOLD
               END-IF
               MOVE SPACES TO GRADX-LINE
               STRING GA-CAT DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   GAX-CREDITS DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   GAX-REQ DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   GAX-HOLD DELIMITED BY SIZE
                   INTO GRADX-LINE
               END-STRING
               MOVE GRADX-LINE TO GRADX-REC
           WRITE JHIST-REC.
           PERFORM 2935-READ-JHIST-WORK.
      *
      *    2950-ENROLLMENT-EXTRACT - THE MODE-V CLEARINGHOUSE
      *    SUBMISSION.  THE MASTER UNLOAD, THE CREDIT PASS'S BILLING
      *    WORK FILE AND THE DA-S-ENRSUB STATE FILE ARE ALL IN
      *    STUDENT-ID ORDER AND ARE MATCHED SEQUENTIALLY.  NO CREDIT
      *    TOTALS REFUSES THE EXTRACT - A SUBMISSION BUILT ON A
      *    MISSING COURSE FEED WOULD REPORT EVERY STUDENT AS LESS
      *    THAN HALF-TIME.  THE STATE FILE IS ONLY REPLACED ONCE THE
      *    SUBMISSION IS COMPLETE, SO A FAILED RUN RESENDS THE SAME
      *    CHANGES NEXT TIME; DELETING DA-S-ENRSUB FORCES A FULL
      *    RESUBMISSION.
      *
       2950-ENROLLMENT-EXTRACT.
           IF UNLOAD-OK-SW NOT = 1
               GO TO 2950-EXIT
           END-IF.
           IF BILLWK-USED-SW NOT = 1
               MOVE 'ENRL EXTRACT REFUSED - NO CREDIT-LOAD TOTALS'
                   TO ABEND-MSG
               PERFORM 9000-WRITE-ABEND
               MOVE 1 TO RECON-BAD-SW
               GO TO 2950-EXIT
           END-IF.
           MOVE '20' TO TERM-STAMP (1:2).
           MOVE RUN-DATE-YY TO TERM-STAMP (3:2).
           MOVE RUN-DATE-MM TO TERM-STAMP (5:2).
           OPEN INPUT BILLING-WORK-FILE.
           IF FS-BILLWK NOT = '00'
               STRING 'UR-S-BILLWK COULD NOT BE REOPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-BILLWK DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               MOVE 1 TO RECON-BAD-SW
               GO TO 2950-EXIT
           END-IF.
           OPEN INPUT MASTER-WORK-FILE.
           IF FS-MSTWK NOT = '00'
               STRING 'UR-S-MSTWK COULD NOT BE REOPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-MSTWK DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               MOVE 1 TO RECON-BAD-SW
               CLOSE BILLING-WORK-FILE
               GO TO 2950-EXIT
           END-IF.
           OPEN OUTPUT ENRL-NEW-FILE.
           IF FS-ENRWK NOT = '00'
               STRING 'UR-S-ENRWK COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-ENRWK DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               MOVE 1 TO RECON-BAD-SW
               CLOSE BILLING-WORK-FILE
               CLOSE MASTER-WORK-FILE
               GO TO 2950-EXIT
           END-IF.
           OPEN OUTPUT ENRL-SUBMIT-FILE.
           IF FS-ENRVF NOT = '00'
               STRING 'UR-S-ENRVF COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-ENRVF DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               MOVE 1 TO RECON-BAD-SW
               CLOSE BILLING-WORK-FILE
               CLOSE MASTER-WORK-FILE
               CLOSE ENRL-NEW-FILE
               GO TO 2950-EXIT
           END-IF.
      *    NO STATE FILE, OR AN EMPTY ONE, MEANS THE CLEARINGHOUSE
      *    HAS NEVER HAD A SUBMISSION - EVERY STUDENT IS SENT.
           MOVE 0 TO EOF-EP.
           OPEN INPUT ENRL-PRIOR-FILE.
           IF FS-ENRSUB = '00'
               MOVE 1 TO ENRL-PRIOR-SW
               PERFORM 2957-READ-ENRL-PRIOR
           ELSE
               MOVE 1 TO EOF-EP
           END-IF.
           IF EOF-EP = 1
               MOVE 1 TO ENRL-FULL-SW
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF FS-ADDR = '00'
               MOVE 1 TO ADDR-AVAIL-SW
           ELSE
               MOVE 'DA-S-ADDRESS NOT AVAILABLE - ENRL SENT UNADDRESSED'
                   TO ABEND-MSG
               PERFORM 9000-WRITE-ABEND
           END-IF.
           IF ENRL-FULL-SW = 1
               MOVE 'F' TO EH-SUBMIT-TYPE
               MOVE 'FULL SUBMISSION' TO EVH-TYPE
           ELSE
               MOVE 'C' TO EH-SUBMIT-TYPE
               MOVE 'CHANGES ONLY' TO EVH-TYPE
           END-IF.
           MOVE TERM-STAMP TO EH-TERM.
           MOVE '20' TO EH-CREATE-DATE (1:2).
           MOVE RUN-DATE TO EH-CREATE-DATE (3:6).
           MOVE RUN-TIME-DISPLAY TO EH-CREATE-TIME.
           WRITE ENRVF-REC FROM ENRL-HEADER-BUILD.
           MOVE TERM-STAMP TO EVH-TERM.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM ENRL-HEADING
               AFTER ADVANCING 1 LINE.
           IF ENRL-FULL-SW = 1
               MOVE SPACES TO PRNT-REC
               MOVE 'NO PRIOR SUBMISSION - EVERY STUDENT SENT'
                   TO PRNT-REC (1:40)
               WRITE PRNT-REC
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRNT-REC FROM ENRL-COL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 0 TO EOF-EB.
           PERFORM 2956-READ-ENRL-BILLWK.
           MOVE 0 TO EOF-XM.
           PERFORM 1915-READ-XREF-MASTER.
           PERFORM 2960-ENRL-MATCH
               UNTIL EOF-XM = 1
               AND EOF-EP = 1.
           MOVE ENRL-SENT-CT TO ET-DETAIL-CT.
           ADD 2 TO ENRL-SENT-CT GIVING ET-RECORD-CT.
           MOVE ENRL-F-CT TO ET-FULL-CT.
           MOVE ENRL-Q-CT TO ET-THREEQ-CT.
           MOVE ENRL-H-CT TO ET-HALF-CT.
           MOVE ENRL-L-CT TO ET-LESS-CT.
           MOVE ENRL-W-CT TO ET-WD-CT.
           MOVE ENRL-A-CT TO ET-LEAVE-CT.
           WRITE ENRVF-REC FROM ENRL-TRAILER-BUILD.
           CLOSE BILLING-WORK-FILE.
           CLOSE MASTER-WORK-FILE.
           CLOSE ENRL-NEW-FILE.
           CLOSE ENRL-SUBMIT-FILE.
           IF ENRL-PRIOR-SW = 1
               CLOSE ENRL-PRIOR-FILE
               MOVE 0 TO ENRL-PRIOR-SW
           END-IF.
           IF ADDR-AVAIL-SW = 1
               CLOSE ADDRESS-FILE
               MOVE 0 TO ADDR-AVAIL-SW
           END-IF.
           PERFORM 2990-SAVE-ENRL-STATE THRU 2990-EXIT.
           PERFORM 2980-PRINT-ENRL-TOTALS.
       2950-EXIT.
           EXIT.
       2956-READ-ENRL-BILLWK.
           READ BILLING-WORK-FILE
               AT END
                   MOVE 1 TO EOF-EB
           END-READ.
       2957-READ-ENRL-PRIOR.
           READ ENRL-PRIOR-FILE
               AT END
                   MOVE 1 TO EOF-EP
           END-READ.
      *
      *    2960-ENRL-MATCH - THE MASTER/STATE-FILE MATCH.  A STATE
      *    RECORD WITH NO MASTER STUDENT LEFT THE MASTER SINCE THE
      *    LAST SUBMISSION; EVERY MASTER STUDENT IS TAKEN THROUGH
      *    2965 WHETHER OR NOT THE CLEARINGHOUSE HAS SEEN THEM.
      *
       2960-ENRL-MATCH.
           EVALUATE TRUE
               WHEN EOF-XM = 1
                   PERFORM 2975-ENRL-LEFT-MASTER
                   PERFORM 2957-READ-ENRL-PRIOR
               WHEN EOF-EP = 0
                   AND ES-ID < MW-ID
                   PERFORM 2975-ENRL-LEFT-MASTER
                   PERFORM 2957-READ-ENRL-PRIOR
               WHEN OTHER
                   PERFORM 2965-ENRL-ONE-STUDENT
                   PERFORM 1915-READ-XREF-MASTER
           END-EVALUATE.
      *
      *    2965-ENRL-ONE-STUDENT - TAKES THE STUDENT'S CREDITS OFF
      *    THE BILLING WORK FILE (NO COURSES IS ZERO HOURS), DERIVES
      *    THE INTENSITY, AND DECIDES WHETHER THE CLEARINGHOUSE
      *    NEEDS TO HEAR ABOUT THEM.  THE STATE RECORD IS WRITTEN
      *    FOR EVERY MASTER STUDENT, SENT OR NOT.
      *
       2965-ENRL-ONE-STUDENT.
           ADD 1 TO ENRL-MASTER-CT.
           PERFORM 2956-READ-ENRL-BILLWK
               UNTIL EOF-EB = 1
               OR BW-ID NOT < MW-ID.
           IF EOF-EB = 0
               AND BW-ID = MW-ID
               MOVE BW-CREDITS TO ENRL-CREDITS
           ELSE
               MOVE 0 TO ENRL-CREDITS
           END-IF.
           PERFORM 2966-SET-INTENSITY.
           MOVE SPACE TO ENRL-CHANGE.
           MOVE MW-ID TO ED-ID.
           MOVE MW-NAME TO ED-NAME.
           MOVE MW-STATUS TO ED-STATUS.
           MOVE MW-MAJOR TO ED-MAJOR.
           MOVE MW-YEAR TO ED-CLASS.
           MOVE MW-CONFID TO ED-DIR-HOLD.
           IF ENRL-FULL-SW = 1
               PERFORM 2970-WRITE-ENRL-DETAIL
           ELSE
               IF EOF-EP = 0
                   AND ES-ID = MW-ID
                   MOVE ES-INTENSITY TO ECD-WAS-INT
                   MOVE '/' TO ECD-WAS-SEP
                   MOVE ES-STATUS TO ECD-WAS-STAT
                   EVALUATE TRUE
                       WHEN ES-INTENSITY NOT = ENRL-INTENSITY
                           AND ES-STATUS NOT = MW-STATUS
                           MOVE 'B' TO ENRL-CHANGE
                           ADD 1 TO ENRL-BOTH-CT
                           MOVE 'INTENSITY AND STATUS' TO ECD-REASON
                       WHEN ES-INTENSITY NOT = ENRL-INTENSITY
                           MOVE 'I' TO ENRL-CHANGE
                           ADD 1 TO ENRL-INT-CT
                           MOVE 'INTENSITY CHANGED' TO ECD-REASON
                       WHEN ES-STATUS NOT = MW-STATUS
                           MOVE 'S' TO ENRL-CHANGE
                           ADD 1 TO ENRL-STAT-CT
                           MOVE 'STATUS CHANGED' TO ECD-REASON
                       WHEN OTHER
                           ADD 1 TO ENRL-SAME-CT
                   END-EVALUATE
                   PERFORM 2957-READ-ENRL-PRIOR
               ELSE
                   MOVE SPACES TO ECD-WAS-INT
                   MOVE SPACES TO ECD-WAS-SEP
                   MOVE SPACES TO ECD-WAS-STAT
                   MOVE 'N' TO ENRL-CHANGE
                   ADD 1 TO ENRL-NEW-CT
                   MOVE 'NEW STUDENT' TO ECD-REASON
               END-IF
               IF ENRL-CHANGE NOT = SPACE
                   PERFORM 2970-WRITE-ENRL-DETAIL
                   MOVE MW-ID TO ECD-ID
                   MOVE MW-NAME TO ECD-NAME
                   MOVE ENRL-INTENSITY TO ECD-NOW-INT
                   MOVE MW-STATUS TO ECD-NOW-STAT
                   MOVE ENRL-CREDITS TO ECD-CREDITS
                   WRITE PRNT-REC FROM ENRL-CHANGE-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           MOVE MW-ID TO EN-ID.
           MOVE MW-NAME TO EN-NAME.
           MOVE ENRL-INTENSITY TO EN-INTENSITY.
           MOVE MW-STATUS TO EN-STATUS.
           MOVE TERM-STAMP TO EN-TERM.
           WRITE ENRWK-REC.
      *
      *    2966-SET-INTENSITY - STATUS DECIDES FIRST: A WITHDRAWN
      *    STUDENT IS W AND A STUDENT ON LEAVE IS A WHATEVER COURSES
      *    ARE STILL ON THE FEED.  OTHERWISE THE CREDIT HOURS SET THE
      *    LEVEL AGAINST THE SAME 12-HOUR FULL-TIME LINE THE CREDIT
      *    PASS USES.
      *
       2966-SET-INTENSITY.
           EVALUATE TRUE
               WHEN MW-WITHDRAWN
                   MOVE 'W' TO ENRL-INTENSITY
               WHEN MW-ON-LEAVE
                   MOVE 'A' TO ENRL-INTENSITY
               WHEN ENRL-CREDITS NOT < FULL-TIME-MIN
                   MOVE 'F' TO ENRL-INTENSITY
               WHEN ENRL-CREDITS NOT < THREE-QTR-MIN
                   MOVE 'Q' TO ENRL-INTENSITY
               WHEN ENRL-CREDITS NOT < HALF-TIME-MIN
                   MOVE 'H' TO ENRL-INTENSITY
               WHEN OTHER
                   MOVE 'L' TO ENRL-INTENSITY
           END-EVALUATE.
      *
      *    2970-WRITE-ENRL-DETAIL - ONE SUBMISSION DETAIL.  THE
      *    CALLER HAS MOVED THE ID, NAME, STATUS, MAJOR, CLASS AND
      *    DIRECTORY HOLD; THE ADDRESS IS LOOKED UP HERE AND LEFT
      *    BLANK (AND COUNTED) WHEN DA-S-ADDRESS HAS NONE.  A HELD
      *    STUDENT IS STILL REPORTED - ENROLLMENT VERIFICATION IS
      *    NOT A DIRECTORY RELEASE - BUT CARRIES THE HOLD FLAG SO
      *    THE CLEARINGHOUSE BLOCKS THIRD-PARTY DISCLOSURE.
      *
       2970-WRITE-ENRL-DETAIL.
           MOVE ENRL-INTENSITY TO ED-INTENSITY.
           MOVE ENRL-CREDITS TO ED-CREDITS.
           MOVE ENRL-CHANGE TO ED-CHANGE.
           IF ADDR-AVAIL-SW = 1
               MOVE ED-ID TO ADR-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       PERFORM 2972-BLANK-ENRL-ADDRESS
                   NOT INVALID KEY
                       MOVE ADR-STREET TO ED-STREET
                       MOVE ADR-CITY TO ED-CITY
                       MOVE ADR-STATE TO ED-STATE
                       MOVE ADR-ZIP TO ED-ZIP
               END-READ
           ELSE
               PERFORM 2972-BLANK-ENRL-ADDRESS
           END-IF.
           WRITE ENRVF-REC FROM ENRL-DETAIL-BUILD.
           ADD 1 TO ENRL-SENT-CT.
           IF ED-DIR-HOLD = 'Y'
               ADD 1 TO ENRL-HOLD-CT
           END-IF.
           EVALUATE ENRL-INTENSITY
               WHEN 'F'
                   ADD 1 TO ENRL-F-CT
               WHEN 'Q'
                   ADD 1 TO ENRL-Q-CT
               WHEN 'H'
                   ADD 1 TO ENRL-H-CT
               WHEN 'L'
                   ADD 1 TO ENRL-L-CT
               WHEN 'W'
                   ADD 1 TO ENRL-W-CT
               WHEN OTHER
                   ADD 1 TO ENRL-A-CT
           END-EVALUATE.
       2972-BLANK-ENRL-ADDRESS.
           MOVE SPACES TO ED-STREET.
           MOVE SPACES TO ED-CITY.
           MOVE SPACES TO ED-STATE.
           MOVE SPACES TO ED-ZIP.
           ADD 1 TO ENRL-NOADDR-CT.
      *
      *    2975-ENRL-LEFT-MASTER - A STUDENT THE CLEARINGHOUSE KNOWS
      *    WHO IS NO LONGER ON THE MASTER (PURGED AT TERM END OR
      *    MERGED AWAY) IS REPORTED ONE LAST TIME AS WITHDRAWN,
      *    UNLESS THAT WAS ALREADY THE LAST THING SENT.  EITHER WAY
      *    THE STUDENT DROPS OFF THE STATE FILE.
      *
       2975-ENRL-LEFT-MASTER.
           ADD 1 TO ENRL-LEFT-CT.
           MOVE ES-ID TO ECD-ID.
           MOVE ES-NAME TO ECD-NAME.
           MOVE ES-INTENSITY TO ECD-WAS-INT.
           MOVE '/' TO ECD-WAS-SEP.
           MOVE ES-STATUS TO ECD-WAS-STAT.
           MOVE 'W' TO ECD-NOW-INT.
           MOVE 'W' TO ECD-NOW-STAT.
           MOVE 0 TO ECD-CREDITS.
           IF ES-INTENSITY = 'W'
               MOVE 'LEFT MASTER - ALREADY WD' TO ECD-REASON
           ELSE
               MOVE 'LEFT MASTER - SENT AS WD' TO ECD-REASON
               MOVE ES-ID TO ED-ID
               MOVE ES-NAME TO ED-NAME
               MOVE 'W' TO ED-STATUS
               MOVE SPACES TO ED-MAJOR
               MOVE SPACES TO ED-CLASS
               MOVE SPACE TO ED-DIR-HOLD
               MOVE 'W' TO ENRL-INTENSITY
               MOVE 0 TO ENRL-CREDITS
               MOVE 'D' TO ENRL-CHANGE
               PERFORM 2970-WRITE-ENRL-DETAIL
           END-IF.
           WRITE PRNT-REC FROM ENRL-CHANGE-DETAIL
               AFTER ADVANCING 1 LINE.
      *
      *    2980-PRINT-ENRL-TOTALS - THE SUBMISSION COUNTS, WHICH
      *    PROVE TO THE UR-S-ENRVF TRAILER.
      *
       2980-PRINT-ENRL-TOTALS.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'STUDENTS ON MASTER:' TO ENC-LABEL.
           MOVE ENRL-MASTER-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'DETAIL RECORDS SENT:' TO ENC-LABEL.
           MOVE ENRL-SENT-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           IF ENRL-FULL-SW = 0
               MOVE 'NEW STUDENTS:' TO ENC-LABEL
               MOVE ENRL-NEW-CT TO ENC-VALUE
               PERFORM 2985-WRITE-ENRL-COUNT
               MOVE 'INTENSITY CHANGED:' TO ENC-LABEL
               MOVE ENRL-INT-CT TO ENC-VALUE
               PERFORM 2985-WRITE-ENRL-COUNT
               MOVE 'STATUS CHANGED:' TO ENC-LABEL
               MOVE ENRL-STAT-CT TO ENC-VALUE
               PERFORM 2985-WRITE-ENRL-COUNT
               MOVE 'INTENSITY AND STATUS:' TO ENC-LABEL
               MOVE ENRL-BOTH-CT TO ENC-VALUE
               PERFORM 2985-WRITE-ENRL-COUNT
               MOVE 'LEFT MASTER:' TO ENC-LABEL
               MOVE ENRL-LEFT-CT TO ENC-VALUE
               PERFORM 2985-WRITE-ENRL-COUNT
               MOVE 'UNCHANGED - NOT SENT:' TO ENC-LABEL
               MOVE ENRL-SAME-CT TO ENC-VALUE
               PERFORM 2985-WRITE-ENRL-COUNT
           END-IF.
           MOVE 'SENT FULL-TIME:' TO ENC-LABEL.
           MOVE ENRL-F-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'SENT THREE-QUARTER:' TO ENC-LABEL.
           MOVE ENRL-Q-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'SENT HALF-TIME:' TO ENC-LABEL.
           MOVE ENRL-H-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'SENT LESS THAN HALF-TIME:' TO ENC-LABEL.
           MOVE ENRL-L-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'SENT WITHDRAWN:' TO ENC-LABEL.
           MOVE ENRL-W-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'SENT ON LEAVE:' TO ENC-LABEL.
           MOVE ENRL-A-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'SENT WITH NO ADDRESS:' TO ENC-LABEL.
           MOVE ENRL-NOADDR-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
           MOVE 'SENT WITH DIRECTORY HOLD:' TO ENC-LABEL.
           MOVE ENRL-HOLD-CT TO ENC-VALUE.
           PERFORM 2985-WRITE-ENRL-COUNT.
       2985-WRITE-ENRL-COUNT.
           WRITE PRNT-REC FROM ENRL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *    2990-SAVE-ENRL-STATE - COPIES THIS RUN'S STATE WORK FILE
      *    OVER DA-S-ENRSUB, SO THE NEXT RUN COMPARES AGAINST
      *    EXACTLY WHAT THIS SUBMISSION TOLD THE CLEARINGHOUSE.
      *
       2990-SAVE-ENRL-STATE.
           OPEN INPUT ENRL-NEW-FILE.
           IF FS-ENRWK NOT = '00'
               STRING 'UR-S-ENRWK COULD NOT BE REOPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-ENRWK DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               MOVE 1 TO RECON-BAD-SW
               GO TO 2990-EXIT
           END-IF.
           OPEN OUTPUT ENRL-PRIOR-FILE.
           IF FS-ENRSUB NOT = '00'
               STRING 'DA-S-ENRSUB COULD NOT BE REWRITTEN - STATUS='
                       DELIMITED BY SIZE
                   FS-ENRSUB DELIMITED BY SIZE
                   INTO ABEND-MSG
               END-STRING
               PERFORM 9000-WRITE-ABEND
               MOVE 1 TO RECON-BAD-SW
               CLOSE ENRL-NEW-FILE
               GO TO 2990-EXIT
           END-IF.
           MOVE 0 TO EOF-EN.
           PERFORM 2991-READ-ENRL-WORK.
           PERFORM 2992-COPY-ONE-ENRL
               UNTIL EOF-EN = 1.
           CLOSE ENRL-NEW-FILE.
           CLOSE ENRL-PRIOR-FILE.
       2990-EXIT.
           EXIT.
       2991-READ-ENRL-WORK.
           READ ENRL-NEW-FILE
               AT END
                   MOVE 1 TO EOF-EN
           END-READ.
       2992-COPY-ONE-ENRL.
           MOVE EN-ID TO ES-ID.
           MOVE EN-NAME TO ES-NAME.
           MOVE EN-INTENSITY TO ES-INTENSITY.
           MOVE EN-STATUS TO ES-STATUS.
           MOVE EN-TERM TO ES-TERM.
           WRITE ENRL-PRIOR-REC.
           PERFORM 2991-READ-ENRL-WORK.
      *
      *    2200-PRINT-RECONCILE - THE END-OF-RUN BALANCING PAGE.
      *    PRIOR MASTER COUNT PLUS APPLIED ADDS MINUS APPLIED DELETES
      *    MUST EQUAL THE COUNT READ BACK FROM THE POST-UPDATE MASTER.
           MOVE 'REJECTED TRANSACTIONS:' TO RECON-LABEL.
           MOVE REJECT-CT TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'PARKED AS PENDING:' TO RECON-LABEL.
           MOVE PEND-PARK-CT TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'PENDING RELEASED:' TO RECON-LABEL.
           MOVE PEND-RELEASE-CT TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'PENDING CANCELLED:' TO RECON-LABEL.
           MOVE PEND-CANCEL-CT TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'DIRECTORY HOLDS:' TO RECON-LABEL.
           MOVE CONF-MASTER-CT TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'CSV ROWS SUPPRESSED:' TO RECON-LABEL.
           MOVE CONF-CSV-CT TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'BURST LINES SUPPRESSED:' TO RECON-LABEL.
           MOVE CONF-BURST-CT TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'STATS HELD - THIS TERM:' TO RECON-LABEL.
           MOVE STAT-CURR-HELD TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           MOVE 'STATS HELD - PRIOR TERM:' TO RECON-LABEL.
           MOVE STAT-PRIOR-HELD TO RECON-VALUE.
           PERFORM 2210-WRITE-RECON-LINE.
           IF EXPECT-MASTER-CT = FINAL-MASTER-CT
               MOVE 'IN BALANCE' TO RECON-STATUS-TXT
           ELSE
