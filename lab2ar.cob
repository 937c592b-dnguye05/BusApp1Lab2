      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: lab2ar - student accounts-receivable run.  lab2's
      *         2700-TUITION-ASSESSMENT cuts the UR-S-BILL extract
      *         for the bursar; this run closes the loop.  Each
      *         student's term assessment from UR-S-BILL is posted to
      *         the persistent DA-S-ARLEDG balance ledger (keyed by
      *         student ID), the bursar's DA-S-REMIT payment and
      *         adjustment remittance is balanced against its own
      *         header and trailer and then applied - payments and
      *         waivers against the oldest open charges first,
      *         refunds as new charges - and the receivables report
      *         prints every open account aged into 0-30, 31-60,
      *         61-90 and over-90-day buckets, followed by the
      *         delinquent-account listing for collections.
      *Tectonics: cobc
      ******************************************************************
      *Modification History:
      * 2026-10-15  DN  Initial version: UR-S-BILL assessments posted
      *                 once per term (a re-cut bill for the same term
      *                 posts only the difference), DA-S-REMIT
      *                 verified for header, trailer, record count, ID
      *                 hash and amount total before anything is
      *                 applied, open-item aging on the ledger, a
      *                 delinquent listing past the UR-S-ARPARM day
      *                 limit, and UR-S-ARCTL carrying the last
      *                 remittance batch so a feed is never applied
      *                 twice.
      * 2026-10-15  DN  STU-MASTER SELECT declares the MST-NAME and
      *                 MST-ADVISOR alternate keys (duplicates
      *                 allowed) carried by the reorganized master;
      *                 processing is unchanged.
      * 2026-10-15  DN  UR-S-ARPARM billing term made mandatory (no
      *                 run-month default); a remittance batch not
      *                 numbered above the last one applied is
      *                 refused, not only an exact repeat.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2ar.
           AUTHOR. David Nguyen.
      *STUDENT ACCOUNTS-RECEIVABLE LEDGER AND AGING RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARPARM-FILE ASSIGN TO 'UR-S-ARPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARPARM.
           SELECT AR-PRNT-FILE ASSIGN TO 'UR-S-ARRPT'
               FILE STATUS IS FS-ARRPT.
           SELECT BILLING-FILE ASSIGN TO 'UR-S-BILL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BILL.
           SELECT REMIT-FILE ASSIGN TO 'DA-S-REMIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMIT.
           SELECT LEDGER-FILE ASSIGN TO 'DA-S-ARLEDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-ID
               FILE STATUS IS FS-LEDGER.
           SELECT AR-CONTROL-FILE ASSIGN TO 'UR-S-ARCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCTL.
           SELECT MASTER-FILE ASSIGN TO 'STU-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ARPARM-FILE
               LABEL RECORDS ARE OMITTED.
       01  ARPARM-REC.
           03 AP-TERM PIC X(06).
           03 FILLER PIC X(01).
           03 AP-DELINQ-DAYS PIC X(03).
           03 FILLER PIC X(70).
       FD  AR-PRNT-FILE
               LABEL RECORDS ARE OMITTED.
       01  ARRPT-REC PIC X(80).
       FD  BILLING-FILE
               LABEL RECORDS ARE OMITTED.
       01  BILLING-REC PIC X(80).
       FD  REMIT-FILE
               LABEL RECORDS ARE OMITTED.
       01  REMIT-REC PIC X(80).
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
       FD  AR-CONTROL-FILE
               LABEL RECORDS ARE OMITTED.
       01  ARCTL-REC.
           03 ACT-REMIT-BATCH PIC 9(06).
           03 ACT-REMIT-DATE PIC X(08).
           03 ACT-RUN-DATE PIC X(08).
       FD  MASTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           COPY STUREC REPLACING LEADING ==XX-== BY ==MST-==.
       WORKING-STORAGE SECTION.
      *
      *    UR-S-BILL RECORD VIEWS - THE EXTRACT LAB2 CUTS: A BATCH
      *    HEADER (BATCH NUMBER, MM/DD/YY CREATION DATE), ONE
      *    ASSESSMENT PER STUDENT, AND A TRAILER WITH RECORD COUNT,
      *    ID HASH AND AMOUNT TOTAL.
      *
       01  BILL-DATA.
           03 BIL-ID PIC X(09).
           03 BIL-CREDITS PIC 9(03).
           03 BIL-STANDING PIC X(01).
           03 BIL-AMOUNT PIC 9(07)V99.
           03 FILLER PIC X(58).
       01  BILL-CONTROL-DATA REDEFINES BILL-DATA.
           03 BLC-RECORD-ID PIC X(09).
               88 BLC-HEADER VALUE 'BATCHHDR '.
               88 BLC-TRAILER VALUE 'BATCHTRL '.
           03 BLC-HEADER-BODY.
               05 BLC-BATCH-NO PIC 9(06).
               05 BLC-CREATE-DATE PIC X(08).
               05 FILLER PIC X(57).
           03 BLC-TRAILER-BODY REDEFINES BLC-HEADER-BODY.
               05 BLC-EXPECT-COUNT PIC 9(08).
               05 BLC-HASH-TOTAL PIC 9(12).
               05 BLC-AMOUNT-TOTAL PIC 9(11)V99.
               05 FILLER PIC X(38).
      *
      *    DA-S-REMIT RECORD VIEWS - THE BURSAR'S REMITTANCE ARRIVES
      *    UNDER THE SAME HEADER/TRAILER DISCIPLINE AS DA-S-INPUT AND
      *    UR-S-BILL.  EACH DETAIL IS A PAYMENT, A REFUND, OR A
      *    WAIVER FOR ONE STUDENT, DATED YYYYMMDD (A BLANK DATE TAKES
      *    THE HEADER DATE), WITH THE BURSAR'S RECEIPT REFERENCE.
      *
       01  REMIT-DATA.
           03 RMT-ID PIC X(09).
           03 RMT-TYPE PIC X(01).
               88 RMT-PAYMENT VALUE 'P'.
               88 RMT-REFUND VALUE 'R'.
               88 RMT-WAIVER VALUE 'W'.
           03 RMT-AMOUNT PIC 9(07)V99.
           03 RMT-DATE PIC X(08).
           03 RMT-REFERENCE PIC X(12).
           03 FILLER PIC X(41).
       01  REMIT-CONTROL-DATA REDEFINES REMIT-DATA.
           03 RMC-RECORD-ID PIC X(09).
               88 RMC-HEADER VALUE 'BATCHHDR '.
               88 RMC-TRAILER VALUE 'BATCHTRL '.
           03 RMC-HEADER-BODY.
               05 RMC-BATCH-NO PIC 9(06).
               05 RMC-CREATE-DATE PIC X(08).
               05 FILLER PIC X(57).
           03 RMC-TRAILER-BODY REDEFINES RMC-HEADER-BODY.
               05 RMC-EXPECT-COUNT PIC 9(08).
               05 RMC-HASH-TOTAL PIC 9(12).
               05 RMC-AMOUNT-TOTAL PIC 9(11)V99.
               05 FILLER PIC X(38).
       77  FS-ARPARM PIC X(02) VALUE SPACES.
       77  FS-ARRPT PIC X(02) VALUE SPACES.
       77  FS-BILL PIC X(02) VALUE SPACES.
       77  FS-REMIT PIC X(02) VALUE SPACES.
       77  FS-LEDGER PIC X(02) VALUE SPACES.
       77  FS-ARCTL PIC X(02) VALUE SPACES.
       77  FS-MASTER PIC X(02) VALUE SPACES.
       77  EOF-B PIC 9 VALUE 0.
       77  EOF-R PIC 9 VALUE 0.
       77  EOF-L PIC 9 VALUE 0.
       77  AR-BAD-SW PIC 9 VALUE 0.
       77  LEDGER-OPEN-SW PIC 9 VALUE 0.
       77  MASTER-AVAIL-SW PIC 9 VALUE 0.
      *
      *    RUN OPTIONS - UR-S-ARPARM NAMES THE BILLING TERM THE
      *    UR-S-BILL ASSESSMENTS BELONG TO (YYYYMM, REQUIRED - THERE
      *    IS NO DEFAULT) AND THE DAY LIMIT PAST
      *    WHICH AN OPEN CHARGE MAKES THE ACCOUNT DELINQUENT.  LAB2
      *    RE-CUTS THE WHOLE BILL ON EVERY FULL MAINTENANCE RUN, SO
      *    AN ASSESSMENT FOR A TERM ALREADY ON THE LEDGER POSTS ONLY
      *    THE DIFFERENCE - AN ADD/DROP RAISES OR LOWERS THE CHARGE,
      *    AN UNCHANGED RE-CUT POSTS NOTHING.
      *
       77  BILL-TERM PIC X(06) VALUE SPACES.
       77  DELINQ-DAYS PIC 9(03) VALUE 060.
      *
      *    BATCH VERIFICATION FIELDS - BOTH FEEDS ARE PRE-READ AND
      *    PROVED AGAINST THEIR TRAILERS THE WAY 1100-VERIFY-BATCH
      *    PROVES DA-S-INPUT IN LAB2: HEADER AND TRAILER PRESENT,
      *    TRAILER LAST, DETAIL COUNT, ID HASH AND AMOUNT TOTAL ALL
      *    AGREEING.  AN UNPROVED FEED IS NEVER HALF-POSTED.
      *
       77  BATCH-DETAIL-CT PIC 9(08) VALUE 0.
       77  BATCH-HASH-CT PIC 9(12) VALUE 0.
       77  BATCH-AMOUNT-CT PIC 9(11)V99 VALUE 0.
       77  BATCH-ID-NUM PIC 9(09) VALUE 0.
       77  BATCH-NO-SAVE PIC 9(06) VALUE 0.
       77  BATCH-DATE-SAVE PIC X(08) VALUE SPACES.
       77  BATCH-EXPECT-SAVE PIC 9(08) VALUE 0.
       77  BATCH-HASH-SAVE PIC 9(12) VALUE 0.
       77  BATCH-AMOUNT-SAVE PIC 9(11)V99 VALUE 0.
       77  HDR-FOUND-SW PIC 9 VALUE 0.
       77  TRL-FOUND-SW PIC 9 VALUE 0.
       77  TRL-SEQ-ERR-SW PIC 9 VALUE 0.
       77  BD-COUNT-X PIC X(08) VALUE SPACES.
       77  BD-READ-X PIC X(08) VALUE SPACES.
       77  PROOF-FEED PIC X(10) VALUE SPACES.
       77  PROOF-REASON PIC X(60) VALUE SPACES.
       01  BATCH-OK-SW PIC 9 VALUE 1.
           88 BATCH-BALANCED VALUE 1.
           88 BATCH-REJECTED VALUE 0.
       77  BILL-DATE-8 PIC X(08) VALUE SPACES.
       77  REMIT-DATE-8 PIC X(08) VALUE SPACES.
      *
      *    REMITTANCE CONTROL - UR-S-ARCTL CARRIES THE LAST APPLIED
      *    REMITTANCE BATCH NUMBER FORWARD.  BURSAR BATCH NUMBERS
      *    ASCEND, SO ANY FEED NOT NUMBERED ABOVE THE LAST ONE APPLIED
      *    IS A REPLAY AND IS REFUSED INSTEAD OF CREDITING EVERY
      *    STUDENT A SECOND TIME.
      *
       77  LAST-REMIT-BATCH PIC 9(06) VALUE 0.
       77  LAST-REMIT-DATE PIC X(08) VALUE SPACES.
       77  REMIT-APPLIED-SW PIC 9 VALUE 0.
      *
      *    POSTING FIELDS - A CHARGE FIRST SOAKS UP ANY CREDIT THE
      *    ACCOUNT ALREADY HOLDS AND THE REST BECOMES A NEW OPEN
      *    ITEM; A CREDIT RETIRES OPEN ITEMS OLDEST FIRST AND ANY
      *    EXCESS IS HELD AS CREDIT BALANCE.  WHEN ALL EIGHT ITEM
      *    SLOTS ARE IN USE THE TWO OLDEST ARE COMBINED UNDER THE
      *    OLDER DATE, SO AGING ERRS TOWARD OLDER, NEVER YOUNGER.
      *
       77  POST-AMT PIC 9(07)V99 VALUE 0.
       77  POST-DATE PIC X(08) VALUE SPACES.
       77  POST-DIFF PIC S9(07)V99 VALUE 0.
       77  LI PIC 9(02) VALUE 0.
       77  LJ PIC 9(02) VALUE 0.
       77  LN PIC 9(02) VALUE 0.
       77  ITEM-LIMIT PIC 9(02) VALUE 08.
       77  LEDGER-FOUND-SW PIC 9 VALUE 0.
       77  REMIT-OK-SW PIC 9 VALUE 0.
       77  REMIT-REASON PIC X(20) VALUE SPACES.
      *
      *    DAY-NUMBER FIELDS - AGING NEEDS DAYS BETWEEN TWO YYYYMMDD
      *    DATES, SO EACH IS TURNED INTO A DAY COUNT ON THE MARCH-
      *    BASED CIVIL CALENDAR (LEAP DAY FALLS AT THE END OF THE
      *    YEAR) USING ONLY WHOLE-NUMBER DIVIDES.
      *
       01  DN-DATE.
           03 DN-YYYY PIC 9(04).
           03 DN-MM PIC 9(02).
           03 DN-DD PIC 9(02).
       77  DN-DAYS PIC 9(07) VALUE 0.
       77  DN-Y PIC 9(04) VALUE 0.
       77  DN-M PIC 9(02) VALUE 0.
       77  DN-Q PIC 9(07) VALUE 0.
       77  DN-WK PIC 9(07) VALUE 0.
       77  RUN-DAY-NUM PIC 9(07) VALUE 0.
       77  ITEM-AGE PIC 9(07) VALUE 0.
      *
      *    AGING ACCUMULATORS - ONE ACCOUNT'S BUCKETS, THEN THE
      *    REPORT TOTALS.  THE OLDEST OPEN DAYS AND THE AMOUNT PAST
      *    THE DELINQUENCY LIMIT DRIVE THE DELINQUENT LISTING.
      *
       77  ACCT-BALANCE PIC S9(09)V99 VALUE 0.
       77  ACCT-B1 PIC 9(09)V99 VALUE 0.
       77  ACCT-B2 PIC 9(09)V99 VALUE 0.
       77  ACCT-B3 PIC 9(09)V99 VALUE 0.
       77  ACCT-B4 PIC 9(09)V99 VALUE 0.
       77  ACCT-PAST-DUE PIC 9(09)V99 VALUE 0.
       77  ACCT-OLDEST PIC 9(07) VALUE 0.
       77  TOT-BALANCE PIC S9(11)V99 VALUE 0.
       77  TOT-B1 PIC 9(11)V99 VALUE 0.
       77  TOT-B2 PIC 9(11)V99 VALUE 0.
       77  TOT-B3 PIC 9(11)V99 VALUE 0.
       77  TOT-B4 PIC 9(11)V99 VALUE 0.
       77  TOT-PAST-DUE PIC 9(11)V99 VALUE 0.
      *
      *    RUN COUNTS AND AMOUNTS FOR THE CONTROL-TOTAL PAGE.
      *
       77  BILL-READ-CT PIC 9(08) VALUE 0.
       77  BILL-NEW-CT PIC 9(08) VALUE 0.
       77  BILL-ADJ-CT PIC 9(08) VALUE 0.
       77  BILL-SAME-CT PIC 9(08) VALUE 0.
       77  BILL-SKIP-CT PIC 9(08) VALUE 0.
       77  BILL-CHARGE-AMT PIC 9(11)V99 VALUE 0.
       77  BILL-CREDIT-AMT PIC 9(11)V99 VALUE 0.
       77  PAY-CT PIC 9(08) VALUE 0.
       77  REFUND-CT PIC 9(08) VALUE 0.
       77  WAIVER-CT PIC 9(08) VALUE 0.
       77  UNAPPLIED-CT PIC 9(08) VALUE 0.
       77  PAY-AMT PIC 9(11)V99 VALUE 0.
       77  REFUND-AMT PIC 9(11)V99 VALUE 0.
       77  WAIVER-AMT PIC 9(11)V99 VALUE 0.
       77  UNAPPLIED-AMT PIC 9(11)V99 VALUE 0.
       77  REMIT-PROOF-AMT PIC 9(11)V99 VALUE 0.
       77  ACCOUNT-CT PIC 9(08) VALUE 0.
       77  OPEN-ACCT-CT PIC 9(08) VALUE 0.
       77  CREDIT-ACCT-CT PIC 9(08) VALUE 0.
       77  DELINQ-CT PIC 9(08) VALUE 0.
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
       77  RUN-DATE-8 PIC X(08) VALUE SPACES.
      *
      *    REPORT LINES.
      *
       01  AR-PAGE-BANNER.
           03 FILLER PIC X(30) VALUE 'STUDENT RECEIVABLES REPORT -  '.
           03 ARB-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACES.
           03 ARB-TIME PIC X(08).
       01  AR-NOTE-LINE.
           03 ANL-TEXT PIC X(72).
       01  AR-SECTION-LINE.
           03 ASL-TEXT PIC X(50).
       01  AR-AGING-COL-LINE.
           03 FILLER PIC X(21) VALUE 'ID            BALANCE'.
           03 FILLER PIC X(11) VALUE '       0-30'.
           03 FILLER PIC X(11) VALUE '      31-60'.
           03 FILLER PIC X(11) VALUE '      61-90'.
           03 FILLER PIC X(11) VALUE '        90+'.
       01  AR-AGING-DETAIL.
           03 AGD-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGD-BALANCE PIC ZZZZZZ9.99-.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGD-B1 PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGD-B2 PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGD-B3 PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGD-B4 PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGD-FLAG PIC X(06).
       01  AR-AGING-TOTAL.
           03 FILLER PIC X(08) VALUE 'TOTALS'.
           03 AGT-BALANCE PIC ZZZZZZZZ9.99-.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGT-B1 PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGT-B2 PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGT-B3 PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 AGT-B4 PIC ZZZZZZ9.99.
       01  AR-DELINQ-COL-LINE.
           03 FILLER PIC X(30) VALUE 'ID        NAME'.
           03 FILLER PIC X(12) VALUE '     BALANCE'.
           03 FILLER PIC X(11) VALUE '   PAST DUE'.
           03 FILLER PIC X(05) VALUE ' DAYS'.
           03 FILLER PIC X(09) VALUE ' LAST PAY'.
       01  AR-DELINQ-DETAIL.
           03 DLD-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DLD-NAME PIC X(20).
           03 FILLER PIC X(01) VALUE SPACES.
           03 DLD-BALANCE PIC ZZZZZZ9.99-.
           03 FILLER PIC X(01) VALUE SPACES.
           03 DLD-PAST-DUE PIC ZZZZZZ9.99.
           03 FILLER PIC X(01) VALUE SPACES.
           03 DLD-DAYS PIC ZZZ9.
           03 FILLER PIC X(01) VALUE SPACES.
           03 DLD-LAST-PAY PIC X(08).
       01  AR-UNAPPLIED-COL-LINE.
           03 FILLER PIC X(64) VALUE
               'ID        T      AMOUNT  REFERENCE     REASON'.
       01  AR-UNAPPLIED-DETAIL.
           03 UND-ID PIC X(09).
           03 FILLER PIC X(01) VALUE SPACES.
           03 UND-TYPE PIC X(01).
           03 FILLER PIC X(01) VALUE SPACES.
           03 UND-AMOUNT PIC ZZZZZZ9.99.
           03 FILLER PIC X(02) VALUE SPACES.
           03 UND-REFERENCE PIC X(12).
           03 FILLER PIC X(02) VALUE SPACES.
           03 UND-REASON PIC X(20).
       01  AR-COUNT-LINE.
           03 ACL-LABEL PIC X(30).
           03 ACL-VALUE PIC ZZZZZZZ9.
       01  AR-AMOUNT-LINE.
           03 AAL-LABEL PIC X(30).
           03 AAL-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       01  AR-STATUS-LINE.
           03 FILLER PIC X(08) VALUE 'STATUS: '.
           03 ASS-TEXT PIC X(24).
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT AR-PRNT-FILE.
           IF FS-ARRPT NOT = '00'
               DISPLAY 'UR-S-ARRPT COULD NOT BE OPENED - STATUS='
                   FS-ARRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-GET-RUN-STAMP.
           MOVE RUN-DATE-DISPLAY TO ARB-DATE.
           MOVE RUN-TIME-DISPLAY TO ARB-TIME.
           WRITE ARRPT-REC FROM AR-PAGE-BANNER.
           PERFORM 1060-READ-AR-PARM THRU 1060-EXIT.
           IF AR-BAD-SW = 1
               GO TO 000-EXIT
           END-IF.
           PERFORM 1070-LOAD-AR-CONTROL.
           PERFORM 1300-OPEN-LEDGER THRU 1300-EXIT.
           IF AR-BAD-SW = 1
               GO TO 000-EXIT
           END-IF.
           PERFORM 2000-POST-ASSESSMENTS THRU 2000-EXIT.
           PERFORM 3000-APPLY-REMITTANCE THRU 3000-EXIT.
           CLOSE LEDGER-FILE.
           MOVE 0 TO LEDGER-OPEN-SW.
           OPEN INPUT MASTER-FILE.
           IF FS-MASTER = '00'
               MOVE 1 TO MASTER-AVAIL-SW
           ELSE
               MOVE 'STU-MASTER NOT AVAILABLE - NAMES NOT SHOWN'
                   TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
           PERFORM 4000-PRINT-RECEIVABLES THRU 4000-EXIT.
           PERFORM 5000-PRINT-DELINQUENT THRU 5000-EXIT.
           IF MASTER-AVAIL-SW = 1
               CLOSE MASTER-FILE
           END-IF.
           PERFORM 6000-PRINT-AR-TOTALS.
           IF REMIT-APPLIED-SW = 1
               PERFORM 1080-SAVE-AR-CONTROL
           END-IF.
       000-EXIT.
           IF LEDGER-OPEN-SW = 1
               CLOSE LEDGER-FILE
           END-IF.
           CLOSE AR-PRNT-FILE.
           IF AR-BAD-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    9000-WRITE-NOTE - WRITES ONE MESSAGE LINE TO THE
      *    RECEIVABLES REPORT SO A REFUSED FEED OR A MISSING FILE IS
      *    VISIBLE ON THE LISTING THE BURSAR ALREADY READS.
      *
       9000-WRITE-NOTE.
           WRITE ARRPT-REC FROM AR-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ANL-TEXT.
      *
      *    1050-GET-RUN-STAMP - RUN DATE/TIME FOR THE REPORT BANNER,
      *    FORMATTED AS IN LAB2, PLUS THE YYYYMMDD FORM AND DAY
      *    NUMBER EVERY OPEN ITEM IS AGED AGAINST.
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
           MOVE '20' TO RUN-DATE-8 (1:2).
           MOVE RUN-DATE-YY TO RUN-DATE-8 (3:2).
           MOVE RUN-DATE-MM TO RUN-DATE-8 (5:2).
           MOVE RUN-DATE-DD TO RUN-DATE-8 (7:2).
           MOVE RUN-DATE-8 TO DN-DATE.
           PERFORM 8000-COMPUTE-DAY-NUMBER.
           MOVE DN-DAYS TO RUN-DAY-NUM.
      *
      *    1060-READ-AR-PARM - THE BILLING TERM AND DELINQUENCY DAY
      *    LIMIT.  THE TERM (YYYYMM, COLUMNS 1-6) IS MANDATORY: THE
      *    LEDGER'S ONCE-PER-TERM POSTING KEYS ON IT, AND A TERM
      *    GUESSED FROM THE RUN MONTH WOULD POST A BILL RE-CUT IN A
      *    LATER MONTH AS A SECOND FULL CHARGE.  NO CARD, OR A
      *    MISSING OR NON-NUMERIC TERM, REFUSES THE RUN.  A BLANK DAY
      *    LIMIT TAKES THE 60-DAY DEFAULT.
      *
       1060-READ-AR-PARM.
           MOVE SPACES TO BILL-TERM.
           OPEN INPUT ARPARM-FILE.
           IF FS-ARPARM NOT = '00'
               MOVE 'UR-S-ARPARM NOT AVAILABLE - BILLING TERM REQUIRED'
                   TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO AR-BAD-SW
               GO TO 1060-EXIT
           END-IF.
           READ ARPARM-FILE
               AT END
                   MOVE SPACES TO ARPARM-REC
           END-READ.
           CLOSE ARPARM-FILE.
           IF AP-TERM IS NOT NUMERIC
               MOVE SPACES TO ANL-TEXT
               STRING 'UR-S-ARPARM BILLING TERM MISSING OR INVALID: '
                       DELIMITED BY SIZE
                   AP-TERM DELIMITED BY SIZE
                   ' - RUN REFUSED' DELIMITED BY SIZE
                   INTO ANL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO AR-BAD-SW
               GO TO 1060-EXIT
           END-IF.
           MOVE AP-TERM TO BILL-TERM.
           IF AP-DELINQ-DAYS IS NUMERIC
               AND AP-DELINQ-DAYS > '000'
               MOVE AP-DELINQ-DAYS TO DELINQ-DAYS
           END-IF.
           MOVE SPACES TO ANL-TEXT.
           STRING 'BILLING TERM ' DELIMITED BY SIZE
               BILL-TERM DELIMITED BY SIZE
               '   DELINQUENT AFTER ' DELIMITED BY SIZE
               DELINQ-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO ANL-TEXT
           END-STRING.
           PERFORM 9000-WRITE-NOTE.
       1060-EXIT.
           EXIT.
      *
      *    1070-LOAD-AR-CONTROL/1080-SAVE-AR-CONTROL - THE LAST
      *    APPLIED REMITTANCE BATCH, CARRIED RUN TO RUN THE WAY
      *    UR-S-RUNCTL CARRIES THE MASTER COUNT IN LAB2.  NO FILE IS
      *    THE FIRST RUN.
      *
       1070-LOAD-AR-CONTROL.
           OPEN INPUT AR-CONTROL-FILE.
           IF FS-ARCTL = '00'
               READ AR-CONTROL-FILE
                   AT END
                       MOVE ZEROS TO ACT-REMIT-BATCH
                       MOVE SPACES TO ACT-REMIT-DATE
               END-READ
               IF ACT-REMIT-BATCH IS NUMERIC
                   MOVE ACT-REMIT-BATCH TO LAST-REMIT-BATCH
                   MOVE ACT-REMIT-DATE TO LAST-REMIT-DATE
               END-IF
               CLOSE AR-CONTROL-FILE
           END-IF.
       1080-SAVE-AR-CONTROL.
           OPEN OUTPUT AR-CONTROL-FILE.
           IF FS-ARCTL NOT = '00'
               MOVE SPACES TO ANL-TEXT
               STRING 'UR-S-ARCTL COULD NOT BE WRITTEN - STATUS='
                       DELIMITED BY SIZE
                   FS-ARCTL DELIMITED BY SIZE
                   INTO ANL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO AR-BAD-SW
           ELSE
               MOVE BATCH-NO-SAVE TO ACT-REMIT-BATCH
               MOVE REMIT-DATE-8 TO ACT-REMIT-DATE
               MOVE RUN-DATE-8 TO ACT-RUN-DATE
               WRITE ARCTL-REC
               CLOSE AR-CONTROL-FILE
           END-IF.
      *
      *    1300-OPEN-LEDGER - OPENS THE BALANCE LEDGER I-O.  A
      *    STATUS OF 35 IS THE FIRST RUN: THE LEDGER IS CREATED EMPTY
      *    AND REOPENED, AS LAB2 DOES FOR A NEW MASTER.
      *
       1300-OPEN-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF FS-LEDGER = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF FS-LEDGER NOT = '00'
               MOVE SPACES TO ANL-TEXT
               STRING 'DA-S-ARLEDG COULD NOT BE OPENED - STATUS='
                       DELIMITED BY SIZE
                   FS-LEDGER DELIMITED BY SIZE
                   ' - RUN ABORTED' DELIMITED BY SIZE
                   INTO ANL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO AR-BAD-SW
               GO TO 1300-EXIT
           END-IF.
           MOVE 1 TO LEDGER-OPEN-SW.
       1300-EXIT.
           EXIT.
      *
      *    2000-POST-ASSESSMENTS - PROVES UR-S-BILL AGAINST ITS OWN
      *    TRAILER AND THEN POSTS EACH STUDENT'S ASSESSMENT FOR THE
      *    BILLING TERM.  NO BILL ON HAND IS NORMAL BETWEEN TERMS AND
      *    ONLY NOTED; AN UNPROVED BILL IS REFUSED WHOLE.
      *
       2000-POST-ASSESSMENTS.
           OPEN INPUT BILLING-FILE.
           IF FS-BILL NOT = '00'
               MOVE 'UR-S-BILL NOT AVAILABLE - NO ASSESSMENTS POSTED'
                   TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-VERIFY-BILL.
           CLOSE BILLING-FILE.
           IF BATCH-REJECTED
               MOVE 1 TO AR-BAD-SW
               GO TO 2000-EXIT
           END-IF.
           MOVE '20' TO BILL-DATE-8 (1:2).
           MOVE BATCH-DATE-SAVE (7:2) TO BILL-DATE-8 (3:2).
           MOVE BATCH-DATE-SAVE (1:2) TO BILL-DATE-8 (5:2).
           MOVE BATCH-DATE-SAVE (4:2) TO BILL-DATE-8 (7:2).
           IF BILL-DATE-8 IS NOT NUMERIC
               MOVE RUN-DATE-8 TO BILL-DATE-8
           END-IF.
           MOVE SPACES TO ANL-TEXT.
           STRING 'UR-S-BILL BATCH ' DELIMITED BY SIZE
               BATCH-NO-SAVE DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               BATCH-DATE-SAVE DELIMITED BY SIZE
               ' ACCEPTED FOR TERM ' DELIMITED BY SIZE
               BILL-TERM DELIMITED BY SIZE
               INTO ANL-TEXT
           END-STRING.
           PERFORM 9000-WRITE-NOTE.
           OPEN INPUT BILLING-FILE.
           MOVE 0 TO EOF-B.
           PERFORM 2110-READ-BILL.
           PERFORM 2200-POST-ONE-ASSESSMENT
               UNTIL EOF-B = 1.
           CLOSE BILLING-FILE.
       2000-EXIT.
           EXIT.
      *
      *    2100-VERIFY-BILL - THE 1100-VERIFY-BATCH PROOF APPLIED TO
      *    UR-S-BILL, WITH THE AMOUNT TOTAL ADDED SINCE THE BILL'S
      *    TRAILER CARRIES ONE.
      *
       2100-VERIFY-BILL.
           MOVE 0 TO BATCH-DETAIL-CT.
           MOVE 0 TO BATCH-HASH-CT.
           MOVE 0 TO BATCH-AMOUNT-CT.
           MOVE 0 TO HDR-FOUND-SW.
           MOVE 0 TO TRL-FOUND-SW.
           MOVE 0 TO TRL-SEQ-ERR-SW.
           MOVE 1 TO BATCH-OK-SW.
           MOVE 0 TO EOF-B.
           PERFORM 2110-READ-BILL.
           PERFORM 2120-TALLY-BILL-REC
               UNTIL EOF-B = 1.
           MOVE 'UR-S-BILL' TO PROOF-FEED.
           PERFORM 7000-CHECK-BATCH-PROOF.
       2110-READ-BILL.
           READ BILLING-FILE INTO BILL-DATA
               AT END
                   MOVE 1 TO EOF-B
           END-READ.
       2120-TALLY-BILL-REC.
           EVALUATE TRUE
               WHEN BLC-HEADER
                   MOVE 1 TO HDR-FOUND-SW
                   MOVE BLC-BATCH-NO TO BATCH-NO-SAVE
                   MOVE BLC-CREATE-DATE TO BATCH-DATE-SAVE
               WHEN BLC-TRAILER
                   MOVE 1 TO TRL-FOUND-SW
                   MOVE BLC-EXPECT-COUNT TO BATCH-EXPECT-SAVE
                   MOVE BLC-HASH-TOTAL TO BATCH-HASH-SAVE
                   MOVE BLC-AMOUNT-TOTAL TO BATCH-AMOUNT-SAVE
               WHEN OTHER
                   IF TRL-FOUND-SW = 1
                       MOVE 1 TO TRL-SEQ-ERR-SW
                   END-IF
                   ADD 1 TO BATCH-DETAIL-CT
                   IF BIL-ID IS NUMERIC
                       MOVE BIL-ID TO BATCH-ID-NUM
                       ADD BATCH-ID-NUM TO BATCH-HASH-CT
                   END-IF
                   IF BIL-AMOUNT IS NUMERIC
                       ADD BIL-AMOUNT TO BATCH-AMOUNT-CT
                   END-IF
           END-EVALUATE.
           PERFORM 2110-READ-BILL.
      *
      *    2200-POST-ONE-ASSESSMENT - ONE STUDENT'S TERM ASSESSMENT.
      *    A NEW ACCOUNT, OR ONE WHOSE LAST ASSESSMENT WAS FOR AN
      *    EARLIER TERM, IS CHARGED THE FULL AMOUNT; A RE-CUT FOR THE
      *    SAME TERM POSTS ONLY THE CHANGE, UP AS A CHARGE OR DOWN AS
      *    A CREDIT.  A DETAIL WITH A BAD ID OR AMOUNT IS SKIPPED AND
      *    COUNTED - THE TRAILER PROOF ALREADY PASSED, SO IT CAN ONLY
      *    BE A RECORD LAB2 ITSELF NEVER WRITES.
      *
       2200-POST-ONE-ASSESSMENT.
           IF BLC-HEADER
               OR BLC-TRAILER
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO BILL-READ-CT.
           IF BIL-ID IS NOT NUMERIC
               OR BIL-AMOUNT IS NOT NUMERIC
               ADD 1 TO BILL-SKIP-CT
               MOVE SPACES TO ANL-TEXT
               STRING 'UR-S-BILL DETAIL NOT POSTABLE: '
                       DELIMITED BY SIZE
                   BIL-ID DELIMITED BY SIZE
                   INTO ANL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               GO TO 2200-NEXT
           END-IF.
           MOVE BIL-ID TO LGR-ID.
           PERFORM 2300-READ-LEDGER.
           MOVE BILL-DATE-8 TO POST-DATE.
           IF LEDGER-FOUND-SW = 0
               PERFORM 2310-NEW-LEDGER-ACCOUNT
           END-IF.
           IF LGR-TERM NOT = BILL-TERM
               MOVE BILL-TERM TO LGR-TERM
               MOVE 0 TO LGR-TERM-ASSESSED
           END-IF.
           COMPUTE POST-DIFF = BIL-AMOUNT - LGR-TERM-ASSESSED.
           EVALUATE TRUE
               WHEN POST-DIFF = 0
                   ADD 1 TO BILL-SAME-CT
               WHEN LGR-TERM-ASSESSED = 0
                   ADD 1 TO BILL-NEW-CT
                   MOVE POST-DIFF TO POST-AMT
                   ADD POST-AMT TO BILL-CHARGE-AMT
                   PERFORM 2400-POST-CHARGE
               WHEN POST-DIFF > 0
                   ADD 1 TO BILL-ADJ-CT
                   MOVE POST-DIFF TO POST-AMT
                   ADD POST-AMT TO BILL-CHARGE-AMT
                   PERFORM 2400-POST-CHARGE
               WHEN OTHER
                   ADD 1 TO BILL-ADJ-CT
                   COMPUTE POST-AMT = 0 - POST-DIFF
                   ADD POST-AMT TO BILL-CREDIT-AMT
                   PERFORM 2500-POST-CREDIT
           END-EVALUATE.
           MOVE BIL-AMOUNT TO LGR-TERM-ASSESSED.
           PERFORM 2320-WRITE-LEDGER.
       2200-NEXT.
           PERFORM 2110-READ-BILL.
       2300-READ-LEDGER.
           MOVE 1 TO LEDGER-FOUND-SW.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO LEDGER-FOUND-SW
           END-READ.
       2310-NEW-LEDGER-ACCOUNT.
           MOVE SPACES TO LGR-TERM.
           MOVE 0 TO LGR-TERM-ASSESSED.
           MOVE 0 TO LGR-CREDIT-BAL.
           MOVE SPACES TO LGR-LAST-CHARGE-DATE.
           MOVE SPACES TO LGR-LAST-PAY-DATE.
           MOVE 0 TO LGR-TOT-CHARGED.
           MOVE 0 TO LGR-TOT-CREDITED.
           MOVE 0 TO LGR-ITEM-CT.
           PERFORM 2311-CLEAR-ONE-ITEM
               VARYING LI FROM 1 BY 1
               UNTIL LI > ITEM-LIMIT.
       2311-CLEAR-ONE-ITEM.
           MOVE SPACES TO LGR-ITEM-DATE (LI).
           MOVE 0 TO LGR-ITEM-AMT (LI).
      *
      *    2320-WRITE-LEDGER - A NEW ACCOUNT IS WRITTEN, AN EXISTING
      *    ONE REWRITTEN.  A FAILED WRITE IS LOGGED AND FAILS THE RUN
      *    SO THE BURSAR KNOWS THE LEDGER AND THE FEED DISAGREE.
      *
       2320-WRITE-LEDGER.
           IF LEDGER-FOUND-SW = 0
               WRITE LEDGER-REC
                   INVALID KEY
                       PERFORM 2330-LEDGER-WRITE-ERROR
               END-WRITE
               MOVE 1 TO LEDGER-FOUND-SW
           ELSE
               REWRITE LEDGER-REC
                   INVALID KEY
                       PERFORM 2330-LEDGER-WRITE-ERROR
               END-REWRITE
           END-IF.
       2330-LEDGER-WRITE-ERROR.
           MOVE SPACES TO ANL-TEXT.
           STRING 'DA-S-ARLEDG UPDATE FAILED FOR ' DELIMITED BY SIZE
               LGR-ID DELIMITED BY SIZE
               ' - STATUS=' DELIMITED BY SIZE
               FS-LEDGER DELIMITED BY SIZE
               INTO ANL-TEXT
           END-STRING.
           PERFORM 9000-WRITE-NOTE.
           MOVE 1 TO AR-BAD-SW.
      *
      *    2400-POST-CHARGE - POST-AMT DATED POST-DATE.  ANY CREDIT
      *    BALANCE IS USED UP FIRST; THE REST OPENS A NEW ITEM.
      *
       2400-POST-CHARGE.
           ADD POST-AMT TO LGR-TOT-CHARGED.
           MOVE POST-DATE TO LGR-LAST-CHARGE-DATE.
           IF LGR-CREDIT-BAL NOT < POST-AMT
               SUBTRACT POST-AMT FROM LGR-CREDIT-BAL
           ELSE
               SUBTRACT LGR-CREDIT-BAL FROM POST-AMT
               MOVE 0 TO LGR-CREDIT-BAL
               IF LGR-ITEM-CT NOT < ITEM-LIMIT
                   PERFORM 2410-COMBINE-OLDEST-ITEMS
               END-IF
               ADD 1 TO LGR-ITEM-CT
               MOVE POST-DATE TO LGR-ITEM-DATE (LGR-ITEM-CT)
               MOVE POST-AMT TO LGR-ITEM-AMT (LGR-ITEM-CT)
           END-IF.
       2410-COMBINE-OLDEST-ITEMS.
           ADD LGR-ITEM-AMT (2) TO LGR-ITEM-AMT (1).
           PERFORM 2411-SHIFT-ONE-ITEM
               VARYING LI FROM 2 BY 1
               UNTIL LI NOT < LGR-ITEM-CT.
           MOVE SPACES TO LGR-ITEM-DATE (LGR-ITEM-CT).
           MOVE 0 TO LGR-ITEM-AMT (LGR-ITEM-CT).
           SUBTRACT 1 FROM LGR-ITEM-CT.
       2411-SHIFT-ONE-ITEM.
           ADD 1 TO LI GIVING LJ.
           MOVE LGR-ITEM-DATE (LJ) TO LGR-ITEM-DATE (LI).
           MOVE LGR-ITEM-AMT (LJ) TO LGR-ITEM-AMT (LI).
      *
      *    2500-POST-CREDIT - POST-AMT RETIRES OPEN ITEMS OLDEST
      *    FIRST; WHATEVER IS LEFT WHEN NO ITEM REMAINS BECOMES
      *    CREDIT BALANCE.  FULLY PAID ITEMS ARE THEN SQUEEZED OUT.
      *
       2500-POST-CREDIT.
           ADD POST-AMT TO LGR-TOT-CREDITED.
           PERFORM 2510-RETIRE-ONE-ITEM
               VARYING LI FROM 1 BY 1
               UNTIL LI > LGR-ITEM-CT
               OR POST-AMT = 0.
           ADD POST-AMT TO LGR-CREDIT-BAL.
           MOVE 0 TO LJ.
           PERFORM 2520-KEEP-ONE-ITEM
               VARYING LI FROM 1 BY 1
               UNTIL LI > LGR-ITEM-CT.
           PERFORM 2530-CLEAR-TAIL-ITEM
               VARYING LI FROM LJ BY 1
               UNTIL LI NOT < LGR-ITEM-CT.
           MOVE LJ TO LGR-ITEM-CT.
       2510-RETIRE-ONE-ITEM.
           IF LGR-ITEM-AMT (LI) NOT > POST-AMT
               SUBTRACT LGR-ITEM-AMT (LI) FROM POST-AMT
               MOVE 0 TO LGR-ITEM-AMT (LI)
           ELSE
               SUBTRACT POST-AMT FROM LGR-ITEM-AMT (LI)
               MOVE 0 TO POST-AMT
           END-IF.
       2520-KEEP-ONE-ITEM.
           IF LGR-ITEM-AMT (LI) > 0
               ADD 1 TO LJ
               MOVE LGR-ITEM-DATE (LI) TO LGR-ITEM-DATE (LJ)
               MOVE LGR-ITEM-AMT (LI) TO LGR-ITEM-AMT (LJ)
           END-IF.
       2530-CLEAR-TAIL-ITEM.
           ADD 1 TO LI GIVING LN.
           MOVE SPACES TO LGR-ITEM-DATE (LN).
           MOVE 0 TO LGR-ITEM-AMT (LN).
      *
      *    3000-APPLY-REMITTANCE - PROVES DA-S-REMIT AGAINST ITS
      *    HEADER AND TRAILER AND, ONLY IF IT BALANCES AND ITS BATCH
      *    NUMBER IS HIGHER THAN THE LAST ONE APPLIED, POSTS EVERY
      *    DETAIL.  A REPLAYED FEED - THE LAST ONE OR ANY OLDER ONE -
      *    IS REFUSED.  NO FEED ON HAND MEANS NOTHING CAME BACK FROM
      *    THE BURSAR THIS CYCLE.
      *
       3000-APPLY-REMITTANCE.
           OPEN INPUT REMIT-FILE.
           IF FS-REMIT NOT = '00'
               MOVE 'DA-S-REMIT NOT AVAILABLE - NO REMITTANCE APPLIED'
                   TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-VERIFY-REMIT.
           CLOSE REMIT-FILE.
           IF BATCH-REJECTED
               MOVE 1 TO AR-BAD-SW
               GO TO 3000-EXIT
           END-IF.
           IF BATCH-NO-SAVE NOT > LAST-REMIT-BATCH
               MOVE SPACES TO ANL-TEXT
               STRING 'DA-S-REMIT REFUSED - BATCH ' DELIMITED BY SIZE
                   BATCH-NO-SAVE DELIMITED BY SIZE
                   ' NOT AFTER LAST APPLIED ' DELIMITED BY SIZE
                   LAST-REMIT-BATCH DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LAST-REMIT-DATE DELIMITED BY SIZE
                   INTO ANL-TEXT
               END-STRING
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO AR-BAD-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE BATCH-DATE-SAVE TO REMIT-DATE-8.
           IF REMIT-DATE-8 IS NOT NUMERIC
               MOVE RUN-DATE-8 TO REMIT-DATE-8
           END-IF.
           MOVE SPACES TO ANL-TEXT.
           STRING 'DA-S-REMIT BATCH ' DELIMITED BY SIZE
               BATCH-NO-SAVE DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               BATCH-DATE-SAVE DELIMITED BY SIZE
               ' ACCEPTED' DELIMITED BY SIZE
               INTO ANL-TEXT
           END-STRING.
           PERFORM 9000-WRITE-NOTE.
           MOVE SPACES TO ARRPT-REC.
           WRITE ARRPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'UNAPPLIED REMITTANCE ITEMS' TO ASL-TEXT.
           WRITE ARRPT-REC FROM AR-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ARRPT-REC FROM AR-UNAPPLIED-COL-LINE
               AFTER ADVANCING 1 LINE.
           OPEN INPUT REMIT-FILE.
           MOVE 0 TO EOF-R.
           PERFORM 3110-READ-REMIT.
           PERFORM 3200-APPLY-ONE-REMIT THRU 3200-EXIT
               UNTIL EOF-R = 1.
           CLOSE REMIT-FILE.
           IF UNAPPLIED-CT = 0
               MOVE 'NONE' TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
           MOVE 1 TO REMIT-APPLIED-SW.
       3000-EXIT.
           EXIT.
      *
      *    3100-VERIFY-REMIT - THE 1100-VERIFY-BATCH PROOF APPLIED TO
      *    THE REMITTANCE, INCLUDING ITS AMOUNT TOTAL.
      *
       3100-VERIFY-REMIT.
           MOVE 0 TO BATCH-DETAIL-CT.
           MOVE 0 TO BATCH-HASH-CT.
           MOVE 0 TO BATCH-AMOUNT-CT.
           MOVE 0 TO HDR-FOUND-SW.
           MOVE 0 TO TRL-FOUND-SW.
           MOVE 0 TO TRL-SEQ-ERR-SW.
           MOVE 1 TO BATCH-OK-SW.
           MOVE 0 TO EOF-R.
           PERFORM 3110-READ-REMIT.
           PERFORM 3120-TALLY-REMIT-REC
               UNTIL EOF-R = 1.
           MOVE 'DA-S-REMIT' TO PROOF-FEED.
           PERFORM 7000-CHECK-BATCH-PROOF.
       3110-READ-REMIT.
           READ REMIT-FILE INTO REMIT-DATA
               AT END
                   MOVE 1 TO EOF-R
           END-READ.
       3120-TALLY-REMIT-REC.
           EVALUATE TRUE
               WHEN RMC-HEADER
                   MOVE 1 TO HDR-FOUND-SW
                   MOVE RMC-BATCH-NO TO BATCH-NO-SAVE
                   MOVE RMC-CREATE-DATE TO BATCH-DATE-SAVE
               WHEN RMC-TRAILER
                   MOVE 1 TO TRL-FOUND-SW
                   MOVE RMC-EXPECT-COUNT TO BATCH-EXPECT-SAVE
                   MOVE RMC-HASH-TOTAL TO BATCH-HASH-SAVE
                   MOVE RMC-AMOUNT-TOTAL TO BATCH-AMOUNT-SAVE
               WHEN OTHER
                   IF TRL-FOUND-SW = 1
                       MOVE 1 TO TRL-SEQ-ERR-SW
                   END-IF
                   ADD 1 TO BATCH-DETAIL-CT
                   IF RMT-ID IS NUMERIC
                       MOVE RMT-ID TO BATCH-ID-NUM
                       ADD BATCH-ID-NUM TO BATCH-HASH-CT
                   END-IF
                   IF RMT-AMOUNT IS NUMERIC
                       ADD RMT-AMOUNT TO BATCH-AMOUNT-CT
                   END-IF
           END-EVALUATE.
           PERFORM 3110-READ-REMIT.
      *
      *    3200-APPLY-ONE-REMIT - EDITS AND POSTS ONE REMITTANCE
      *    DETAIL.  A PAYMENT OR WAIVER IS A CREDIT; A REFUND PAYS
      *    MONEY BACK OUT AND IS POSTED AS A CHARGE.  AN ITEM THAT
      *    FAILS THE EDIT, OR NAMES A STUDENT WITH NO LEDGER ACCOUNT,
      *    IS LISTED AS UNAPPLIED FOR THE BURSAR TO RESOLVE; ITS
      *    AMOUNT STAYS IN THE PROOF SO THE FEED STILL BALANCES.
      *
       3200-APPLY-ONE-REMIT.
           IF RMC-HEADER
               OR RMC-TRAILER
               GO TO 3200-NEXT
           END-IF.
           MOVE 1 TO REMIT-OK-SW.
           MOVE SPACES TO REMIT-REASON.
           EVALUATE TRUE
               WHEN RMT-ID IS NOT NUMERIC
                   MOVE 0 TO REMIT-OK-SW
                   MOVE 'INVALID STUDENT ID' TO REMIT-REASON
               WHEN NOT RMT-PAYMENT
                   AND NOT RMT-REFUND
                   AND NOT RMT-WAIVER
                   MOVE 0 TO REMIT-OK-SW
                   MOVE 'INVALID ITEM TYPE' TO REMIT-REASON
               WHEN RMT-AMOUNT IS NOT NUMERIC
                   MOVE 0 TO REMIT-OK-SW
                   MOVE 'INVALID AMOUNT' TO REMIT-REASON
               WHEN RMT-AMOUNT = 0
                   MOVE 0 TO REMIT-OK-SW
                   MOVE 'ZERO AMOUNT' TO REMIT-REASON
           END-EVALUATE.
           IF REMIT-OK-SW = 1
               MOVE RMT-ID TO LGR-ID
               PERFORM 2300-READ-LEDGER
               IF LEDGER-FOUND-SW = 0
                   MOVE 0 TO REMIT-OK-SW
                   MOVE 'NO LEDGER ACCOUNT' TO REMIT-REASON
               END-IF
           END-IF.
           IF REMIT-OK-SW = 0
               PERFORM 3300-LIST-UNAPPLIED
               GO TO 3200-NEXT
           END-IF.
           IF RMT-DATE IS NUMERIC
               MOVE RMT-DATE TO POST-DATE
           ELSE
               MOVE REMIT-DATE-8 TO POST-DATE
           END-IF.
           MOVE RMT-AMOUNT TO POST-AMT.
           EVALUATE TRUE
               WHEN RMT-PAYMENT
                   ADD 1 TO PAY-CT
                   ADD RMT-AMOUNT TO PAY-AMT
                   MOVE POST-DATE TO LGR-LAST-PAY-DATE
                   PERFORM 2500-POST-CREDIT
               WHEN RMT-WAIVER
                   ADD 1 TO WAIVER-CT
                   ADD RMT-AMOUNT TO WAIVER-AMT
                   PERFORM 2500-POST-CREDIT
               WHEN RMT-REFUND
                   ADD 1 TO REFUND-CT
                   ADD RMT-AMOUNT TO REFUND-AMT
                   PERFORM 2400-POST-CHARGE
           END-EVALUATE.
           PERFORM 2320-WRITE-LEDGER.
       3200-NEXT.
           PERFORM 3110-READ-REMIT.
       3200-EXIT.
           EXIT.
       3300-LIST-UNAPPLIED.
           ADD 1 TO UNAPPLIED-CT.
           IF RMT-AMOUNT IS NUMERIC
               ADD RMT-AMOUNT TO UNAPPLIED-AMT
               MOVE RMT-AMOUNT TO UND-AMOUNT
           ELSE
               MOVE 0 TO UND-AMOUNT
           END-IF.
           MOVE RMT-ID TO UND-ID.
           MOVE RMT-TYPE TO UND-TYPE.
           MOVE RMT-REFERENCE TO UND-REFERENCE.
           MOVE REMIT-REASON TO UND-REASON.
           WRITE ARRPT-REC FROM AR-UNAPPLIED-DETAIL
               AFTER ADVANCING 1 LINE.
      *
      *    4000-PRINT-RECEIVABLES - READS THE LEDGER THROUGH IN
      *    STUDENT-ID ORDER AND PRINTS EVERY ACCOUNT WITH A BALANCE,
      *    EACH OPEN ITEM AGED FROM ITS DATE TO THE RUN DATE INTO THE
      *    FOUR BUCKETS.  A CREDIT BALANCE PRINTS NEGATIVE WITH
      *    EMPTY BUCKETS.  SETTLED ACCOUNTS ARE COUNTED, NOT PRINTED.
      *
       4000-PRINT-RECEIVABLES.
           OPEN INPUT LEDGER-FILE.
           IF FS-LEDGER NOT = '00'
               MOVE 'DA-S-ARLEDG COULD NOT BE REOPENED - NO REPORT'
                   TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO AR-BAD-SW
               GO TO 4000-EXIT
           END-IF.
           MOVE 1 TO LEDGER-OPEN-SW.
           MOVE SPACES TO ARRPT-REC.
           WRITE ARRPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'ACCOUNTS RECEIVABLE AGING' TO ASL-TEXT.
           WRITE ARRPT-REC FROM AR-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ARRPT-REC FROM AR-AGING-COL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO EOF-L.
           PERFORM 4010-READ-LEDGER-NEXT.
           PERFORM 4100-AGE-ONE-ACCOUNT
               UNTIL EOF-L = 1.
           CLOSE LEDGER-FILE.
           MOVE 0 TO LEDGER-OPEN-SW.
           MOVE TOT-BALANCE TO AGT-BALANCE.
           MOVE TOT-B1 TO AGT-B1.
           MOVE TOT-B2 TO AGT-B2.
           MOVE TOT-B3 TO AGT-B3.
           MOVE TOT-B4 TO AGT-B4.
           WRITE ARRPT-REC FROM AR-AGING-TOTAL
               AFTER ADVANCING 2 LINES.
       4000-EXIT.
           EXIT.
       4010-READ-LEDGER-NEXT.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-L
           END-READ.
       4100-AGE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNT-CT.
           PERFORM 4200-AGE-ACCOUNT-ITEMS.
           IF ACCT-BALANCE NOT = 0
               IF ACCT-BALANCE < 0
                   ADD 1 TO CREDIT-ACCT-CT
                   MOVE 'CREDIT' TO AGD-FLAG
               ELSE
                   ADD 1 TO OPEN-ACCT-CT
                   MOVE SPACES TO AGD-FLAG
               END-IF
               IF ACCT-PAST-DUE > 0
                   MOVE 'DELINQ' TO AGD-FLAG
               END-IF
               MOVE LGR-ID TO AGD-ID
               MOVE ACCT-BALANCE TO AGD-BALANCE
               MOVE ACCT-B1 TO AGD-B1
               MOVE ACCT-B2 TO AGD-B2
               MOVE ACCT-B3 TO AGD-B3
               MOVE ACCT-B4 TO AGD-B4
               WRITE ARRPT-REC FROM AR-AGING-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD ACCT-BALANCE TO TOT-BALANCE
               ADD ACCT-B1 TO TOT-B1
               ADD ACCT-B2 TO TOT-B2
               ADD ACCT-B3 TO TOT-B3
               ADD ACCT-B4 TO TOT-B4
           END-IF.
           PERFORM 4010-READ-LEDGER-NEXT.
      *
      *    4200-AGE-ACCOUNT-ITEMS - BUCKETS THE CURRENT LEDGER
      *    RECORD'S OPEN ITEMS AND DERIVES ITS BALANCE, OLDEST OPEN
      *    DAYS, AND AMOUNT PAST THE DELINQUENCY LIMIT.  SHARED BY
      *    THE AGING REPORT AND THE DELINQUENT LISTING.
      *
       4200-AGE-ACCOUNT-ITEMS.
           MOVE 0 TO ACCT-B1.
           MOVE 0 TO ACCT-B2.
           MOVE 0 TO ACCT-B3.
           MOVE 0 TO ACCT-B4.
           MOVE 0 TO ACCT-PAST-DUE.
           MOVE 0 TO ACCT-OLDEST.
           MOVE 0 TO ACCT-BALANCE.
           PERFORM 4210-AGE-ONE-ITEM
               VARYING LI FROM 1 BY 1
               UNTIL LI > LGR-ITEM-CT.
           SUBTRACT LGR-CREDIT-BAL FROM ACCT-BALANCE.
       4210-AGE-ONE-ITEM.
           ADD LGR-ITEM-AMT (LI) TO ACCT-BALANCE.
           MOVE LGR-ITEM-DATE (LI) TO DN-DATE.
           PERFORM 8000-COMPUTE-DAY-NUMBER.
           IF DN-DAYS < RUN-DAY-NUM
               SUBTRACT DN-DAYS FROM RUN-DAY-NUM GIVING ITEM-AGE
           ELSE
               MOVE 0 TO ITEM-AGE
           END-IF.
           IF ITEM-AGE > ACCT-OLDEST
               MOVE ITEM-AGE TO ACCT-OLDEST
           END-IF.
           IF ITEM-AGE > DELINQ-DAYS
               ADD LGR-ITEM-AMT (LI) TO ACCT-PAST-DUE
           END-IF.
           EVALUATE TRUE
               WHEN ITEM-AGE NOT > 30
                   ADD LGR-ITEM-AMT (LI) TO ACCT-B1
               WHEN ITEM-AGE NOT > 60
                   ADD LGR-ITEM-AMT (LI) TO ACCT-B2
               WHEN ITEM-AGE NOT > 90
                   ADD LGR-ITEM-AMT (LI) TO ACCT-B3
               WHEN OTHER
                   ADD LGR-ITEM-AMT (LI) TO ACCT-B4
           END-EVALUATE.
      *
      *    5000-PRINT-DELINQUENT - A SECOND PASS OF THE LEDGER FOR
      *    THE COLLECTIONS LIST: EVERY ACCOUNT CARRYING AN OPEN
      *    CHARGE OLDER THAN THE DELINQUENCY LIMIT, WITH THE
      *    STUDENT'S NAME FROM THE MASTER, THE AMOUNT PAST DUE, THE
      *    AGE OF THE OLDEST CHARGE, AND THE LAST PAYMENT DATE.
      *
       5000-PRINT-DELINQUENT.
           MOVE SPACES TO ARRPT-REC.
           WRITE ARRPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ASL-TEXT.
           STRING 'DELINQUENT ACCOUNTS - OPEN CHARGES OVER '
                   DELIMITED BY SIZE
               DELINQ-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO ASL-TEXT
           END-STRING.
           WRITE ARRPT-REC FROM AR-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ARRPT-REC FROM AR-DELINQ-COL-LINE
               AFTER ADVANCING 1 LINE.
           OPEN INPUT LEDGER-FILE.
           IF FS-LEDGER NOT = '00'
               MOVE 'DA-S-ARLEDG COULD NOT BE REOPENED - NO LISTING'
                   TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
               MOVE 1 TO AR-BAD-SW
               GO TO 5000-EXIT
           END-IF.
           MOVE 1 TO LEDGER-OPEN-SW.
           MOVE 0 TO SECTION-HIT-SW.
           MOVE 0 TO EOF-L.
           PERFORM 4010-READ-LEDGER-NEXT.
           PERFORM 5100-CHECK-ONE-DELINQUENT
               UNTIL EOF-L = 1.
           CLOSE LEDGER-FILE.
           MOVE 0 TO LEDGER-OPEN-SW.
           IF SECTION-HIT-SW = 0
               MOVE 'NONE' TO ANL-TEXT
               PERFORM 9000-WRITE-NOTE
           END-IF.
       5000-EXIT.
           EXIT.
       5100-CHECK-ONE-DELINQUENT.
           PERFORM 4200-AGE-ACCOUNT-ITEMS.
           IF ACCT-PAST-DUE > 0
               MOVE 1 TO SECTION-HIT-SW
               ADD 1 TO DELINQ-CT
               ADD ACCT-PAST-DUE TO TOT-PAST-DUE
               MOVE LGR-ID TO DLD-ID
               MOVE SPACES TO DLD-NAME
               IF MASTER-AVAIL-SW = 1
                   MOVE LGR-ID TO MST-ID
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE '** NOT ON MASTER **' TO DLD-NAME
                       NOT INVALID KEY
                           MOVE MST-NAME TO DLD-NAME
                   END-READ
               END-IF
               MOVE ACCT-BALANCE TO DLD-BALANCE
               MOVE ACCT-PAST-DUE TO DLD-PAST-DUE
               MOVE ACCT-OLDEST TO DLD-DAYS
               IF LGR-LAST-PAY-DATE = SPACES
                   MOVE 'NEVER' TO DLD-LAST-PAY
               ELSE
                   MOVE LGR-LAST-PAY-DATE TO DLD-LAST-PAY
               END-IF
               WRITE ARRPT-REC FROM AR-DELINQ-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 4010-READ-LEDGER-NEXT.
      *
      *    6000-PRINT-AR-TOTALS - POSTING COUNTS AND AMOUNTS, THEN
      *    THE REMITTANCE PROOF: PAYMENTS PLUS REFUNDS PLUS WAIVERS
      *    PLUS UNAPPLIED MUST EQUAL THE TRAILER AMOUNT ALREADY
      *    PROVED, OR THE POSTING ITSELF LOST MONEY AND THE RUN ENDS
      *    WITH RETURN-CODE 8.
      *
       6000-PRINT-AR-TOTALS.
           MOVE SPACES TO ARRPT-REC.
           WRITE ARRPT-REC
               AFTER ADVANCING 2 LINES.
           MOVE 'RUN CONTROL TOTALS' TO ASL-TEXT.
           WRITE ARRPT-REC FROM AR-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ASSESSMENTS READ:' TO ACL-LABEL.
           MOVE BILL-READ-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE '  NEW TERM CHARGES:' TO ACL-LABEL.
           MOVE BILL-NEW-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE '  REASSESSMENT ADJUSTMENTS:' TO ACL-LABEL.
           MOVE BILL-ADJ-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE '  UNCHANGED:' TO ACL-LABEL.
           MOVE BILL-SAME-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE '  NOT POSTABLE:' TO ACL-LABEL.
           MOVE BILL-SKIP-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE 'ASSESSMENT CHARGES POSTED:' TO AAL-LABEL.
           MOVE BILL-CHARGE-AMT TO AAL-VALUE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE 'ASSESSMENT REDUCTIONS POSTED:' TO AAL-LABEL.
           MOVE BILL-CREDIT-AMT TO AAL-VALUE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE 'PAYMENTS APPLIED:' TO ACL-LABEL.
           MOVE PAY-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE 'PAYMENT AMOUNT:' TO AAL-LABEL.
           MOVE PAY-AMT TO AAL-VALUE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE 'WAIVERS APPLIED:' TO ACL-LABEL.
           MOVE WAIVER-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE 'WAIVER AMOUNT:' TO AAL-LABEL.
           MOVE WAIVER-AMT TO AAL-VALUE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE 'REFUNDS APPLIED:' TO ACL-LABEL.
           MOVE REFUND-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE 'REFUND AMOUNT:' TO AAL-LABEL.
           MOVE REFUND-AMT TO AAL-VALUE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE 'UNAPPLIED ITEMS:' TO ACL-LABEL.
           MOVE UNAPPLIED-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE 'UNAPPLIED AMOUNT:' TO AAL-LABEL.
           MOVE UNAPPLIED-AMT TO AAL-VALUE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE 'LEDGER ACCOUNTS:' TO ACL-LABEL.
           MOVE ACCOUNT-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE '  WITH BALANCE DUE:' TO ACL-LABEL.
           MOVE OPEN-ACCT-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE '  WITH CREDIT BALANCE:' TO ACL-LABEL.
           MOVE CREDIT-ACCT-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE '  DELINQUENT:' TO ACL-LABEL.
           MOVE DELINQ-CT TO ACL-VALUE.
           PERFORM 6100-WRITE-COUNT-LINE.
           MOVE 'TOTAL PAST DUE:' TO AAL-LABEL.
           MOVE TOT-PAST-DUE TO AAL-VALUE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           IF REMIT-APPLIED-SW = 1
               MOVE PAY-AMT TO REMIT-PROOF-AMT
               ADD WAIVER-AMT TO REMIT-PROOF-AMT
               ADD REFUND-AMT TO REMIT-PROOF-AMT
               ADD UNAPPLIED-AMT TO REMIT-PROOF-AMT
               IF REMIT-PROOF-AMT = BATCH-AMOUNT-SAVE
                   MOVE 'IN BALANCE' TO ASS-TEXT
               ELSE
                   MOVE '*** OUT OF BALANCE ***' TO ASS-TEXT
                   MOVE 'REMITTANCE POSTING OUT OF BALANCE WITH TRAILER'
                       TO ANL-TEXT
                   PERFORM 9000-WRITE-NOTE
                   MOVE 1 TO AR-BAD-SW
               END-IF
               WRITE ARRPT-REC FROM AR-STATUS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       6100-WRITE-COUNT-LINE.
           WRITE ARRPT-REC FROM AR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       6200-WRITE-AMOUNT-LINE.
           WRITE ARRPT-REC FROM AR-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *    7000-CHECK-BATCH-PROOF - COMMON TAIL OF BOTH VERIFY
      *    PASSES.  THE CALLER PUTS THE FEED NAME IN THE FIRST TEN
      *    BYTES OF THE NOTE LINE; EACH FAILURE IS LISTED UNDER IT
      *    AND REJECTS THE WHOLE FEED, AS 1100-VERIFY-BATCH DOES.
      *
       7000-CHECK-BATCH-PROOF.
           IF HDR-FOUND-SW = 0
               MOVE 'REJECTED - NO BATCHHDR' TO PROOF-REASON
               PERFORM 7010-WRITE-PROOF-NOTE
           END-IF.
           IF TRL-FOUND-SW = 0
               MOVE 'REJECTED - NO BATCHTRL' TO PROOF-REASON
               PERFORM 7010-WRITE-PROOF-NOTE
           END-IF.
           IF TRL-SEQ-ERR-SW = 1
               MOVE 'REJECTED - RECORDS FOUND AFTER BATCHTRL'
                   TO PROOF-REASON
               PERFORM 7010-WRITE-PROOF-NOTE
           END-IF.
           IF TRL-FOUND-SW = 1
               AND BATCH-EXPECT-SAVE NOT = BATCH-DETAIL-CT
               MOVE BATCH-EXPECT-SAVE TO BD-COUNT-X
               MOVE BATCH-DETAIL-CT TO BD-READ-X
               MOVE SPACES TO PROOF-REASON
               STRING 'REJECTED - TRAILER COUNT ' DELIMITED BY SIZE
                   BD-COUNT-X DELIMITED BY SIZE
                   ' BUT READ ' DELIMITED BY SIZE
                   BD-READ-X DELIMITED BY SIZE
                   INTO PROOF-REASON
               END-STRING
               PERFORM 7010-WRITE-PROOF-NOTE
           END-IF.
           IF TRL-FOUND-SW = 1
               AND BATCH-HASH-SAVE NOT = BATCH-HASH-CT
               MOVE 'REJECTED - TRAILER ID HASH DOES NOT AGREE'
                   TO PROOF-REASON
               PERFORM 7010-WRITE-PROOF-NOTE
           END-IF.
           IF TRL-FOUND-SW = 1
               AND BATCH-AMOUNT-SAVE NOT = BATCH-AMOUNT-CT
               MOVE 'REJECTED - TRAILER AMOUNT TOTAL DOES NOT AGREE'
                   TO PROOF-REASON
               PERFORM 7010-WRITE-PROOF-NOTE
           END-IF.
       7010-WRITE-PROOF-NOTE.
           MOVE SPACES TO ANL-TEXT.
           STRING PROOF-FEED DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               PROOF-REASON DELIMITED BY SIZE
               INTO ANL-TEXT
           END-STRING.
           PERFORM 9000-WRITE-NOTE.
           MOVE 0 TO BATCH-OK-SW.
      *
      *    8000-COMPUTE-DAY-NUMBER - DN-DATE (YYYYMMDD) TO A DAY
      *    COUNT.  THE YEAR IS TAKEN TO START IN MARCH SO THE LEAP
      *    DAY IS ALWAYS THE LAST DAY OF THE YEAR:
      *        M = (MONTH + 9) MOD 12        Y = YEAR - M / 10
      *        DAYS = 365Y + Y/4 - Y/100 + Y/400 + (306M + 5)/10
      *               + DAY - 1
      *    WITH EVERY DIVIDE TRUNCATED.  AN UNUSABLE DATE AGES AS
      *    THE RUN DATE ITSELF (ZERO DAYS) RATHER THAN STOPPING THE
      *    REPORT.
      *
       8000-COMPUTE-DAY-NUMBER.
           IF DN-DATE IS NOT NUMERIC
               OR DN-MM < 1
               OR DN-MM > 12
               MOVE RUN-DAY-NUM TO DN-DAYS
           ELSE
               ADD 9 TO DN-MM GIVING DN-WK
               DIVIDE DN-WK BY 12 GIVING DN-Q REMAINDER DN-M
               DIVIDE DN-M BY 10 GIVING DN-Q
               SUBTRACT DN-Q FROM DN-YYYY GIVING DN-Y
               MULTIPLY DN-Y BY 365 GIVING DN-DAYS
               DIVIDE DN-Y BY 4 GIVING DN-Q
               ADD DN-Q TO DN-DAYS
               DIVIDE DN-Y BY 100 GIVING DN-Q
               SUBTRACT DN-Q FROM DN-DAYS
               DIVIDE DN-Y BY 400 GIVING DN-Q
               ADD DN-Q TO DN-DAYS
               MULTIPLY DN-M BY 306 GIVING DN-WK
               ADD 5 TO DN-WK
               DIVIDE DN-WK BY 10 GIVING DN-Q
               ADD DN-Q TO DN-DAYS
               ADD DN-DD TO DN-DAYS
               SUBTRACT 1 FROM DN-DAYS
           END-IF.
       END PROGRAM lab2ar.
