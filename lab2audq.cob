      *                 from/to range, field-by-field before/after
      *                 comparison on rewrites, add/delete summarized
      *                 from whichever image carries the record.
      * 2026-10-15  DN  Journal images are the 59-byte STUREC; a change
      *                 to the directory-hold flag lists like any
      *                 other field.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2audq.
       01  QRPT-REC PIC X(80).
       WORKING-STORAGE SECTION.
      *
      *    IMAGE FIELD VIEWS - THE JOURNAL CARRIES THE FULL 59-BYTE
      *    STUREC IMAGES; REDEFINING THEM HERE GIVES THE QUERY NAMED
      *    FIELDS TO COMPARE INSTEAD OF REFERENCE-MODIFIED OFFSETS.
      *
               MOVE QA-STATUS TO QCL-NEW
               PERFORM 1860-WRITE-CHANGE-LINE
           END-IF.
           IF QB-CONFID NOT = QA-CONFID
               MOVE 'DIR HOLD' TO QCL-LABEL
               MOVE QB-CONFID TO QCL-OLD
               MOVE QA-CONFID TO QCL-NEW
               PERFORM 1860-WRITE-CHANGE-LINE
           END-IF.
       1860-WRITE-CHANGE-LINE.
           WRITE QRPT-REC FROM QRY-CHANGE-LINE
               AFTER ADVANCING 1 LINE.
