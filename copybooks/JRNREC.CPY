      *         carrying the run stamp, the batch number, and the
      *         full before and after record images so the master can
      *         be rebuilt forward from a backup or a bad batch can
      *         be backed out.  Used by lab2, lab2mrg (retired-ID
      *         deletes) and lab2mnt (terminal updates) (writers);
      *         lab2recov, lab2inq and lab2audq (readers, lab2audq
      *         behind the UR-S-JHIST term stamp).  lab2conv widens
      *         existing journals to this layout without copying it.
      *         Each image is the 59-byte STUREC (directory-hold flag
      *         at col 59), so a record is 141 bytes; journals cut
      *         before the flag was added carry 58-byte images (139)
      *         and are converted by lab2conv.
      ******************************************************************
           03 JRN-ACTION PIC X(01).
               88 JRN-ACTION-WRITE VALUE 'W'.
           03 JRN-RUN-DATE PIC X(08).
           03 JRN-RUN-TIME PIC X(08).
           03 JRN-BATCH-NO PIC 9(06).
           03 JRN-BEFORE-IMAGE PIC X(59).
           03 JRN-AFTER-IMAGE PIC X(59).
