      *         REPLACING LEADING XX- so each file's copy of the
      *         fields keeps that file's own naming convention
      *         (I- for the input record, MST- for the registrar
      *         master).  XX-CONFID is the directory-information
      *         hold: 'Y' means the student has opted out of release
      *         and must be suppressed or masked on anything that
      *         leaves the registrar's office.
      ******************************************************************
           03 XX-ID PIC X(09).
           03 XX-NAME PIC X(20).
               88 XX-ACTIVE VALUE 'A'.
               88 XX-ON-LEAVE VALUE 'L'.
               88 XX-WITHDRAWN VALUE 'W'.
           03 XX-CONFID PIC X(01).
               88 XX-CONFIDENTIAL VALUE 'Y'.
               88 XX-RELEASABLE VALUES 'N' ' '.
