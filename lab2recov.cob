      *                 at orderly end, and accepts a 'Y' override
      *                 on UR-S-RPARM for a stale lock left by a
      *                 crashed run.
      * 2026-10-15  DN  STU-MASTER SELECT declares the MST-NAME and
      *                 MST-ADVISOR alternate keys (duplicates
      *                 allowed) carried by the reorganized master;
      *                 processing is unchanged.
      * 2026-10-15  DN  Backup, journal and backout work images widen
      *                 to the 59-byte STUREC; the directory-hold flag
      *                 is restored from UR-S-XSNAP with the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lab2recov.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-ADVISOR WITH DUPLICATES
               FILE STATUS IS FS-MASTER.
           SELECT RUNLOCK-FILE ASSIGN TO 'UR-S-RUNLCK'
               ORGANIZATION IS LINE SEQUENTIAL
       01  BKWK-REC.
           03 BKW-SEQ PIC 9(08).
           03 BKW-ACTION PIC X(01).
           03 BKW-BEFORE PIC X(59).
           03 BKW-AFTER PIC X(59).
       SD  BKOUT-SORT-FILE.
       01  BKS-REC.
           03 BKS-SEQ PIC 9(08).
           03 FILLER PIC X(119).
       FD  BKOUT-SORTED-FILE
               LABEL RECORDS ARE OMITTED.
       01  BKSR-REC.
           03 BKSR-SEQ PIC 9(08).
           03 BKSR-ACTION PIC X(01).
           03 BKSR-BEFORE PIC X(59).
           03 BKSR-AFTER PIC X(59).
       FD  MASTER-FILE
               LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           MOVE BKP-YEAR TO MST-YEAR.
           MOVE BKP-ADVISOR TO MST-ADVISOR.
           MOVE BKP-STATUS TO MST-STATUS.
           MOVE BKP-CONFID TO MST-CONFID.
           WRITE MASTER-REC
               INVALID KEY
                   MOVE SPACES TO RLOG-MSG
