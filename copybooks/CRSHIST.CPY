      ******************************************************************
      *Author: David Nguyen
      *Purpose: Shared permanent course-grade history layout - one
      *         record per graded course, stamped with the YYYYMM
      *         term it was graded in, appended by lab2gpa every term,
      *         so a student's full academic record survives the
      *         DA-S-COURSES feed being replaced each term.  Grades
      *         and term stamps are never changed once written; the
      *         only rewrite is lab2mrg's 4200-REKEY-CRSHIST, which
      *         copies the whole file back with a retired ID's
      *         records under the surviving ID when two student
      *         records are merged.  Used by lab2gpa (writer),
      *         lab2mrg (re-keying rewriter) and lab2trn (reader).
      ******************************************************************
           03 CH-ID PIC X(09).
           03 CH-TERM PIC X(06).
           03 CH-COURSE PIC X(08).
           03 CH-CREDITS PIC 9(02).
           03 CH-GRADE PIC X(02).
           03 CH-GRADE-VALUE PIC 9V99.
           03 CH-RUN-DATE PIC X(08).
